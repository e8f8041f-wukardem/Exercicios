       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBCBR001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE COBRANCA DE PARCELAS EM ATRASO
      * - CARTAS: LOTE SOBRE AS PARCELAS ABERTAS VENCIDAS DO
      *   ARQREC; O ATRASO E CONTADO EM DIAS UTEIS (HBDATA01
      *   "DUT") E DEFINE O NIVEL (1-LEMBRETE, 2-SEGUNDO AVISO,
      *   3-AVISO FINAL) PELOS LIMITES DO ARQCRT; UMA CARTA POR
      *   CLIENTE NO NIVEL DA PARCELA MAIS ATRASADA (RELCAR.TXT);
      *   CADA PARCELA COBRADA GRAVA "C" NO HISTORICO (ARQHCO) E
      *   SO VOLTA A SER COBRADA QUANDO MUDAR DE NIVEL
      * - CONTATO: TELA PARA REGISTRAR LIGACOES E PROMESSAS DE
      *   PAGAMENTO DO CLIENTE OU DE UMA PARCELA
      * - PROMESSAS: RELATORIO DAS PROMESSAS QUE VENCEM HOJE E
      *   DAS QUEBRADAS (RELPRM.TXT); A PROMESSA VENCIDA E MARCADA
      *   CUMPRIDA SE O PAGAMENTO ENTROU ATE A DATA PROMETIDA,
      *   SENAO QUEBRADA
      * - NIVEIS: MANUTENCAO DOS DIAS E DO TEXTO DE CADA CARTA;
      *   SEM CADASTRO VALEM 5, 15 E 30 DIAS UTEIS
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
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FHCO0001.SEL".
           COPY "C:\Hbsis\ftt\FCRT0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FHCO0001.FD".
           COPY "C:\Hbsis\ftt\FCRT0001.FD".
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
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HCO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CRT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-HCO-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CLI-VALIDO              PIC XXX     VALUE "NAO".
       77  WS-CRT-EXISTE              PIC XXX     VALUE "NAO".
       77  WS-IND                     PIC 9(003)  VALUE ZEROS.
       77  WS-NIVEL                   PIC 9(001)  VALUE ZEROS.
       77  WS-NIVEL-ENVIADO           PIC 9(001)  VALUE ZEROS.
       77  WS-DIAS-UTEIS              PIC 9(005)  VALUE ZEROS.
       77  WS-CLI-ATUAL               PIC 9(007)  VALUE ZEROS.
       77  WS-TC-QTD                  PIC 9(003)  VALUE ZEROS.
       77  WS-TC-EXCESSO              PIC 9(003)  VALUE ZEROS.
       77  WS-TC-NIVEL-CLI            PIC 9(001)  VALUE ZEROS.
       77  WS-TC-TOTAL                PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-CARTAS-N1               PIC 9(005)  VALUE ZEROS.
       77  WS-CARTAS-N2               PIC 9(005)  VALUE ZEROS.
       77  WS-CARTAS-N3               PIC 9(005)  VALUE ZEROS.
       77  WS-CAR-PARCELAS            PIC 9(005)  VALUE ZEROS.
       77  WS-CAR-VL-TOTAL            PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-CON-NOTA                PIC 9(010)  VALUE ZEROS.
       77  WS-CON-PARCELA             PIC 9(002)  VALUE ZEROS.
       77  WS-CON-TIPO                PIC X(001)  VALUE SPACES.
       77  WS-CON-CONTATO             PIC X(030)  VALUE SPACES.
       77  WS-CON-OBS                 PIC X(050)  VALUE SPACES.
       77  WS-CON-DT-PROM             PIC 9(008)  VALUE ZEROS.
       77  WS-CON-VAL-WK              PIC ZZZZZZZZ9,99.
       77  WS-CON-VL-PROM             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-CON-VL-DEVIDO           PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-CON-DIAS                PIC 9(005)  VALUE ZEROS.
       77  WS-PRM-DT-INI              PIC 9(008)  VALUE ZEROS.
       77  WS-PRM-PAGO                PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-PRM-HOJE                PIC 9(005)  VALUE ZEROS.
       77  WS-PRM-QUEBRADAS           PIC 9(005)  VALUE ZEROS.
       77  WS-PRM-CUMPRIDAS           PIC 9(005)  VALUE ZEROS.
       77  WS-PRM-VL-HOJE             PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-PRM-VL-QUEBRADO         PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-PRM-SECAO               PIC 9(001)  VALUE ZEROS.
       77  WS-NIV-DIAS                PIC 9(003)  VALUE ZEROS.
       77  WS-NIV-TITULO              PIC X(030)  VALUE SPACES.
       77  WS-NIV-TEXTO-1             PIC X(070)  VALUE SPACES.
       77  WS-NIV-TEXTO-2             PIC X(070)  VALUE SPACES.
       77  WS-NIV-TEXTO-3             PIC X(070)  VALUE SPACES.
       77  WS-NIV-TEXTO-4             PIC X(070)  VALUE SPACES.
       77  WS-NUM-ED                  PIC Z(009)9.
       77  WS-NOT-ED                  PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-PAG-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-DIAS-ED                 PIC ZZZZ9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       01  WS-TAB-NIVEIS.
           03  WS-NV-ENT              OCCURS 3 TIMES.
               05  WS-NV-DIAS         PIC 9(003).
               05  WS-NV-TITULO       PIC X(030).
               05  WS-NV-TEXTO        PIC X(070) OCCURS 4 TIMES.
       01  WS-TAB-CARTA.
           03  WS-TC-ENT              OCCURS 50 TIMES.
               05  WS-TC-NOTA         PIC 9(010).
               05  WS-TC-PARCELA      PIC 9(002).
               05  WS-TC-VENCTO       PIC 9(008).
               05  WS-TC-VALOR        PIC 9(009)V9(002).
               05  WS-TC-DIAS         PIC 9(005).
               05  WS-TC-NIVEL        PIC 9(001).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TCBR0001.SS".
       COPY "C:\Hbsis\ftt\TCBR0002.SS".
       COPY "C:\Hbsis\ftt\TOPCCBR.SS".
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
           DISPLAY G-TOPCCBR.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-CARTAS    THRU ROT-CARTAS-EXIT
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-CONTATO   THRU ROT-CONTATO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-PROMESSAS THRU ROT-PROMESSAS-EXIT
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-NIVEIS    THRU ROT-NIVEIS-EXIT
                              UNTIL SAIDA-WS = "SIM"
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
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "ALT" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBCBR001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBCBR001"              TO WS-LOG-PROGRAMA.
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
      *    NIVEIS DE COBRANCA: PADRAO E CADASTRO (ARQCRT)        *
      *----------------------------------------------------------*
       CARREGA-NIVEIS.
           MOVE SPACES TO WS-TAB-NIVEIS.
           MOVE 005 TO WS-NV-DIAS(1).
           MOVE "LEMBRETE DE PAGAMENTO" TO WS-NV-TITULO(1).
           MOVE "NAO IDENTIFICAMOS O PAGAMENTO DA(S) PARCELA(S)"
                                        TO WS-NV-TEXTO(1 1).
           MOVE "ABAIXO. CASO JA TENHA SIDO EFETUADO, DESCONSIDERE."
                                        TO WS-NV-TEXTO(1 2).
           MOVE 015 TO WS-NV-DIAS(2).
           MOVE "SEGUNDO AVISO DE COBRANCA" TO WS-NV-TITULO(2).
           MOVE "APESAR DO AVISO ANTERIOR, A(S) PARCELA(S) ABAIXO"
                                        TO WS-NV-TEXTO(2 1).
           MOVE "CONTINUA(M) EM ABERTO. SOLICITAMOS A REGULARIZACAO"
                                        TO WS-NV-TEXTO(2 2).
           MOVE "NO PRAZO DE 5 DIAS."   TO WS-NV-TEXTO(2 3).
           MOVE 030 TO WS-NV-DIAS(3).
           MOVE "AVISO FINAL DE COBRANCA" TO WS-NV-TITULO(3).
           MOVE "ESGOTADAS AS TENTATIVAS AMIGAVEIS, A FALTA DE PAGTO"
                                        TO WS-NV-TEXTO(3 1).
           MOVE "NO PRAZO DE 48 HORAS IMPLICARA O BLOQUEIO DE NOVOS"
                                        TO WS-NV-TEXTO(3 2).
           MOVE "PEDIDOS E O ENVIO DO DEBITO PARA COBRANCA EXTERNA."
                                        TO WS-NV-TEXTO(3 3).
           MOVE 1 TO CRT-NIVEL.
           PERFORM CARREGA-UM-NIVEL THRU CARREGA-UM-NIVEL-EXIT.
           MOVE 2 TO CRT-NIVEL.
           PERFORM CARREGA-UM-NIVEL THRU CARREGA-UM-NIVEL-EXIT.
           MOVE 3 TO CRT-NIVEL.
           PERFORM CARREGA-UM-NIVEL THRU CARREGA-UM-NIVEL-EXIT.
       CARREGA-NIVEIS-EXIT.
           EXIT.

       CARREGA-UM-NIVEL.
           READ ARQCRT INVALID KEY
               GO  TO  CARREGA-UM-NIVEL-EXIT
           END-READ.
           MOVE CRT-DIAS-UTEIS TO WS-NV-DIAS(CRT-NIVEL).
           MOVE CRT-TITULO     TO WS-NV-TITULO(CRT-NIVEL).
           MOVE CRT-TEXTO-1    TO WS-NV-TEXTO(CRT-NIVEL 1).
           MOVE CRT-TEXTO-2    TO WS-NV-TEXTO(CRT-NIVEL 2).
           MOVE CRT-TEXTO-3    TO WS-NV-TEXTO(CRT-NIVEL 3).
           MOVE CRT-TEXTO-4    TO WS-NV-TEXTO(CRT-NIVEL 4).
       CARREGA-UM-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LOTE DE CARTAS DE COBRANCA                            *
      *----------------------------------------------------------*
       ROT-CARTAS.
           MOVE "Emite as cartas de cobranca ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  ROT-CARTAS-EXIT.
           PERFORM CARREGA-NIVEIS THRU CARREGA-NIVEIS-EXIT.
           MOVE ZEROS TO WS-CARTAS-N1 WS-CARTAS-N2 WS-CARTAS-N3
                         WS-CAR-PARCELAS WS-CAR-VL-TOTAL
                         WS-CLI-ATUAL WS-TC-QTD WS-TC-EXCESSO
                         WS-TC-TOTAL WS-TC-NIVEL-CLI.
           MOVE "NAO" TO WS-CLI-VALIDO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELCAR"   TO SR-REL-BASE.
           MOVE "HBCBR001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE ZEROS TO REC-CLI-COD.
           START ARQREC KEY IS NOT LESS THAN REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM CARTAS-UMA-PARCELA THRU CARTAS-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           PERFORM EMITE-CARTA THRU EMITE-CARTA-EXIT.
           MOVE ALL "=" TO REL-LINHA(1:80).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO DAS CARTAS DE COBRANCA EMITIDAS EM "
                  WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CARTAS-N1 TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NIVEL 1 - " WS-NV-TITULO(1) ": " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CARTAS-N2 TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NIVEL 2 - " WS-NV-TITULO(2) ": " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CARTAS-N3 TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NIVEL 3 - " WS-NV-TITULO(3) ": " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CAR-PARCELAS TO WS-CONT-ED.
           MOVE WS-CAR-VL-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PARCELAS COBRADAS " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCBR001"              TO WS-LOG-PROGRAMA.
           MOVE "CARTAS DE COBRANCA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-CARTAS-EXIT.
           EXIT.

       CARTAS-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  CARTAS-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL WS-CLI-ATUAL
               PERFORM EMITE-CARTA THRU EMITE-CARTA-EXIT
               MOVE REC-CLI-COD TO WS-CLI-ATUAL
               PERFORM INICIA-CLIENTE THRU INICIA-CLIENTE-EXIT.
           IF  WS-CLI-VALIDO EQUAL "NAO"
               GO  TO  CARTAS-UMA-PARCELA-EXIT.
           IF  NOT REC-ABERTA
               OR REC-DT-VENCIMENTO NOT LESS THAN WK-DATA-SYS
               GO  TO  CARTAS-UMA-PARCELA-EXIT.
           MOVE "DUT"              TO SR-DAT-FUNCAO.
           MOVE REC-DT-VENCIMENTO  TO SR-DAT-DATA1.
           MOVE WK-DATA-SYS        TO SR-DAT-DATA2.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               OR SR-DAT-DIAS NOT GREATER THAN ZEROS
               GO  TO  CARTAS-UMA-PARCELA-EXIT.
           MOVE SR-DAT-DIAS TO WS-DIAS-UTEIS.
           MOVE ZEROS TO WS-NIVEL.
           IF  WS-DIAS-UTEIS NOT LESS THAN WS-NV-DIAS(1)
               MOVE 1 TO WS-NIVEL.
           IF  WS-DIAS-UTEIS NOT LESS THAN WS-NV-DIAS(2)
               MOVE 2 TO WS-NIVEL.
           IF  WS-DIAS-UTEIS NOT LESS THAN WS-NV-DIAS(3)
               MOVE 3 TO WS-NIVEL.
           IF  WS-NIVEL EQUAL ZEROS
               GO  TO  CARTAS-UMA-PARCELA-EXIT.
           PERFORM NIVEL-JA-ENVIADO THRU NIVEL-JA-ENVIADO-EXIT.
           IF  WS-NIVEL-ENVIADO NOT LESS THAN WS-NIVEL
               GO  TO  CARTAS-UMA-PARCELA-EXIT.
           ADD REC-VL-PARCELA TO WS-TC-TOTAL.
           IF  WS-NIVEL GREATER THAN WS-TC-NIVEL-CLI
               MOVE WS-NIVEL TO WS-TC-NIVEL-CLI.
           IF  WS-TC-QTD NOT LESS THAN 50
               ADD 1 TO WS-TC-EXCESSO
               GO  TO  CARTAS-UMA-PARCELA-EXIT.
           ADD 1 TO WS-TC-QTD.
           MOVE REC-NOTA          TO WS-TC-NOTA(WS-TC-QTD).
           MOVE REC-PARCELA       TO WS-TC-PARCELA(WS-TC-QTD).
           MOVE REC-DT-VENCIMENTO TO WS-TC-VENCTO(WS-TC-QTD).
           MOVE REC-VL-PARCELA    TO WS-TC-VALOR(WS-TC-QTD).
           MOVE WS-DIAS-UTEIS     TO WS-TC-DIAS(WS-TC-QTD).
           MOVE WS-NIVEL          TO WS-TC-NIVEL(WS-TC-QTD).
       CARTAS-UMA-PARCELA-EXIT.
           EXIT.

       INICIA-CLIENTE.
           MOVE "NAO" TO WS-CLI-VALIDO.
           MOVE REC-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               GO  TO  INICIA-CLIENTE-EXIT
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  INICIA-CLIENTE-EXIT.
           MOVE "SIM" TO WS-CLI-VALIDO.
       INICIA-CLIENTE-EXIT.
           EXIT.

       NIVEL-JA-ENVIADO.
           MOVE ZEROS TO WS-NIVEL-ENVIADO.
           MOVE "NAO" TO WS-HCO-EOF.
           MOVE REC-CLI-COD TO HCO-CLI-COD.
           START ARQHCO KEY IS EQUAL HCO-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-HCO-EOF.
           PERFORM NIVEL-JA-ENVIADO-LE THRU NIVEL-JA-ENVIADO-LE-EXIT
                   UNTIL WS-HCO-EOF EQUAL "SIM".
       NIVEL-JA-ENVIADO-EXIT.
           EXIT.

       NIVEL-JA-ENVIADO-LE.
           READ ARQHCO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-HCO-EOF
                   GO  TO  NIVEL-JA-ENVIADO-LE-EXIT
           END-READ.
           IF  HCO-CLI-COD NOT EQUAL REC-CLI-COD
               MOVE "SIM" TO WS-HCO-EOF
               GO  TO  NIVEL-JA-ENVIADO-LE-EXIT.
           IF  HCO-CARTA
               AND HCO-NOTA    EQUAL REC-NOTA
               AND HCO-PARCELA EQUAL REC-PARCELA
               AND HCO-NIVEL   GREATER THAN WS-NIVEL-ENVIADO
               MOVE HCO-NIVEL TO WS-NIVEL-ENVIADO.
       NIVEL-JA-ENVIADO-LE-EXIT.
           EXIT.

       EMITE-CARTA.
           IF  WS-TC-QTD EQUAL ZEROS
               GO  TO  EMITE-CARTA-EXIT.
           MOVE ALL "-" TO REL-LINHA(1:80).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING LK-EMP-NOME "   " WK-DIA-EXT " DE " WK-MES-EXT
                  " DE " WK-ANO-EXT
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CARTA DE COBRANCA - "
                  WS-NV-TITULO(WS-TC-NIVEL-CLI)
                  " (NIVEL " WS-TC-NIVEL-CLI ")"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CLI-COD TO WS-CLI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "AO CLIENTE " WS-CLI-ED " - " CLI-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "           " CLI-ENDERECO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "           " CLI-CIDADE " " CLI-UF
                  " CEP " CLI-CEP
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 1 TO WS-IND.
           PERFORM EMITE-CARTA-TEXTO THRU EMITE-CARTA-TEXTO-EXIT
                   UNTIL WS-IND GREATER THAN 4.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "      NOTA/PC  VENCIMENTO           VALOR"
                  "  DIAS UTEIS EM ATRASO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 1 TO WS-IND.
           PERFORM EMITE-CARTA-PARCELA THRU EMITE-CARTA-PARCELA-EXIT
                   UNTIL WS-IND GREATER THAN WS-TC-QTD.
           IF  WS-TC-EXCESSO GREATER THAN ZEROS
               MOVE WS-TC-EXCESSO TO WS-CONT-ED
               MOVE SPACES TO REL-LINHA
               STRING "E MAIS " WS-CONT-ED " PARCELA(S) EM ATRASO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           MOVE WS-TC-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL EM ATRASO.......: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DEPARTAMENTO DE COBRANCA"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           EVALUATE WS-TC-NIVEL-CLI
               WHEN 1 ADD 1 TO WS-CARTAS-N1
               WHEN 2 ADD 1 TO WS-CARTAS-N2
               WHEN 3 ADD 1 TO WS-CARTAS-N3
           END-EVALUATE.
           ADD WS-TC-TOTAL TO WS-CAR-VL-TOTAL.
           MOVE 1 TO WS-IND.
           PERFORM GRAVA-HISTORICO-CARTA THRU
                   GRAVA-HISTORICO-CARTA-EXIT
                   UNTIL WS-IND GREATER THAN WS-TC-QTD.
           MOVE ZEROS TO WS-TC-QTD WS-TC-EXCESSO WS-TC-TOTAL
                         WS-TC-NIVEL-CLI.
       EMITE-CARTA-EXIT.
           EXIT.

       EMITE-CARTA-TEXTO.
           IF  WS-NV-TEXTO(WS-TC-NIVEL-CLI WS-IND) NOT EQUAL SPACES
               MOVE SPACES TO REL-LINHA
               MOVE WS-NV-TEXTO(WS-TC-NIVEL-CLI WS-IND)
                                   TO REL-LINHA(6:70)
               WRITE REL-LINHA.
           ADD 1 TO WS-IND.
       EMITE-CARTA-TEXTO-EXIT.
           EXIT.

       EMITE-CARTA-PARCELA.
           MOVE WS-TC-NOTA(WS-IND)  TO WS-NOT-ED.
           MOVE WS-TC-VALOR(WS-IND) TO WS-VAL-ED.
           MOVE WS-TC-DIAS(WS-IND)  TO WS-DIAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NOT-ED "/" WS-TC-PARCELA(WS-IND)
                  "  " WS-TC-VENCTO(WS-IND)
                  "  " WS-VAL-ED
                  "  " WS-DIAS-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-IND.
       EMITE-CARTA-PARCELA-EXIT.
           EXIT.

       GRAVA-HISTORICO-CARTA.
           MOVE "OBT"      TO SR-SEQ-FUNCAO.
           MOVE "COBRANCA" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE 99 TO WS-IND
               GO  TO  GRAVA-HISTORICO-CARTA-EXIT.
           MOVE SPACES              TO HCO-REG.
           MOVE SR-SEQ-NUMERO       TO HCO-NUMERO.
           MOVE CLI-COD             TO HCO-CLI-COD.
           MOVE WS-TC-NOTA(WS-IND)  TO HCO-NOTA.
           MOVE WS-TC-PARCELA(WS-IND) TO HCO-PARCELA.
           MOVE "C"                 TO HCO-TIPO.
           MOVE WS-TC-NIVEL(WS-IND) TO HCO-NIVEL.
           MOVE WK-DATA-SYS         TO HCO-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)        TO HCO-HORA.
           MOVE WS-TC-DIAS(WS-IND)  TO HCO-DIAS-ATRASO.
           MOVE WS-TC-VALOR(WS-IND) TO HCO-VL-DEVIDO.
           MOVE WS-NV-TITULO(WS-TC-NIVEL-CLI) TO HCO-OBS.
           MOVE ZEROS               TO HCO-DT-PROMESSA
                                       HCO-VL-PROMESSA.
           MOVE LK-USUARIO          TO HCO-USUARIO.
           WRITE HCO-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
           ADD 1 TO WS-CAR-PARCELAS.
           ADD 1 TO WS-IND.
       GRAVA-HISTORICO-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTATO DE COBRANCA: LIGACAO OU PROMESSA               *
      *----------------------------------------------------------*
       ROT-CONTATO.
           DISPLAY G-TCBR0001.
           MOVE ZEROS TO WK-7DIG.
       ENTRAR-CLIENTE.
           ACCEPT  WK-7DIG AT 0925 WITH UPDATE AUTO-SKIP
           DISPLAY WK-7DIG AT 0925
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WK-7DIG = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-CONTATO-EXIT
           END-IF
           MOVE WK-7DIG TO CLI-COD
           READ ARQCLI INVALID KEY
                MOVE "Cliente nao cadastrado...              "
                                    TO WK-MSG-ADV1
                MOVE "Informe um cliente existente...        "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-CLIENTE
           END-READ
           DISPLAY CLI-NOME(1:30) AT 0935 WITH REVERSE-VIDEO.
           PERFORM SOMA-ATRASO-CLIENTE THRU SOMA-ATRASO-CLIENTE-EXIT.
           MOVE WS-CON-VL-DEVIDO TO WS-VAL-ED.
           DISPLAY "Em atraso:" AT 1603.
           DISPLAY WS-VAL-ED AT 1614 WITH REVERSE-VIDEO.
       ENTRAR-NOTA.
           MOVE ZEROS TO WS-CON-NOTA WS-CON-PARCELA.
           ACCEPT WS-CON-NOTA AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-CONTATO-EXIT
           END-IF
           IF  WS-CON-NOTA EQUAL ZEROS
               GO  TO  ENTRAR-TIPO.
           DISPLAY "/" AT 1036.
           ACCEPT WS-CON-PARCELA AT 1038 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-CON-NOTA    TO REC-NOTA.
           MOVE WS-CON-PARCELA TO REC-PARCELA.
           READ ARQREC INVALID KEY
                MOVE ZEROS TO REC-CLI-COD
           END-READ.
           IF  REC-CLI-COD NOT EQUAL CLI-COD
               MOVE "Parcela nao encontrada p/ o cliente... "
                                   TO WK-MSG-ADV1
               MOVE "Informe nota/parcela ou deixe zerado..."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-NOTA.
           IF  NOT REC-ABERTA
               MOVE "Parcela nao esta em aberto...          "
                                   TO WK-MSG-ADV1
               MOVE "Informe uma parcela em aberto...       "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-NOTA.
           MOVE REC-VL-PARCELA TO WS-CON-VL-DEVIDO.
           MOVE ZEROS TO WS-CON-DIAS.
           IF  REC-DT-VENCIMENTO LESS THAN WK-DATA-SYS
               MOVE "DUT"              TO SR-DAT-FUNCAO
               MOVE REC-DT-VENCIMENTO  TO SR-DAT-DATA1
               MOVE WK-DATA-SYS        TO SR-DAT-DATA2
               CALL "HBDATA01" USING SR-PARAM-HBDATA01
               IF  SR88-DAT-OK
                   AND SR-DAT-DIAS GREATER THAN ZEROS
                   MOVE SR-DAT-DIAS TO WS-CON-DIAS
               END-IF
           END-IF.
       ENTRAR-TIPO.
           MOVE "L" TO WS-CON-TIPO.
           ACCEPT WS-CON-TIPO AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-CONTATO-EXIT
           END-IF
           IF  WS-CON-TIPO EQUAL "l"
               MOVE "L" TO WS-CON-TIPO.
           IF  WS-CON-TIPO EQUAL "p"
               MOVE "P" TO WS-CON-TIPO.
           IF  WS-CON-TIPO NOT EQUAL "L" AND WS-CON-TIPO NOT EQUAL "P"
               MOVE "Tipo de contato invalido...            "
                                   TO WK-MSG-ADV1
               MOVE "Use L-Ligacao ou P-Promessa...         "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-TIPO.
       ENTRAR-CONTATO.
           MOVE SPACES TO WS-CON-CONTATO WS-CON-OBS.
           ACCEPT WS-CON-CONTATO AT 1225 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT WS-CON-OBS AT 1325 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE ZEROS TO WS-CON-DT-PROM WS-CON-VL-PROM.
           IF  WS-CON-TIPO NOT EQUAL "P"
               GO  TO  CONFIRMA-CONTATO.
       ENTRAR-DT-PROMESSA.
           MOVE WK-DATA-SYS TO WS-CON-DT-PROM.
           ACCEPT WS-CON-DT-PROM AT 1425 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-CONTATO-EXIT
           END-IF
           MOVE "VAL"          TO SR-DAT-FUNCAO.
           MOVE WS-CON-DT-PROM TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               OR WS-CON-DT-PROM LESS THAN WK-DATA-SYS
               MOVE "Data prometida invalida...             "
                                   TO WK-MSG-ADV1
               MOVE "Informe hoje ou uma data futura...     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-DT-PROMESSA.
       ENTRAR-VL-PROMESSA.
           MOVE WS-CON-VL-DEVIDO TO WS-CON-VAL-WK.
           ACCEPT WS-CON-VAL-WK AT 1525 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-CON-VAL-WK TO WS-CON-VL-PROM.
           IF  WS-CON-VL-PROM EQUAL ZEROS
               MOVE "Valor prometido deve ser informado...  "
                                   TO WK-MSG-ADV1
               MOVE "Informe o valor que o cliente pagara..."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-VL-PROMESSA.
       CONFIRMA-CONTATO.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA EQUAL "S"
               PERFORM GRAVAR-CONTATO THRU GRAVAR-CONTATO-EXIT.
       ROT-CONTATO-EXIT.
           EXIT.

       SOMA-ATRASO-CLIENTE.
           MOVE ZEROS TO WS-CON-VL-DEVIDO WS-CON-DIAS.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE CLI-COD TO REC-CLI-COD.
           START ARQREC KEY IS EQUAL REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM SOMA-ATRASO-LE THRU SOMA-ATRASO-LE-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
       SOMA-ATRASO-CLIENTE-EXIT.
           EXIT.

       SOMA-ATRASO-LE.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  SOMA-ATRASO-LE-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  SOMA-ATRASO-LE-EXIT.
           IF  REC-ABERTA
               AND REC-DT-VENCIMENTO LESS THAN WK-DATA-SYS
               ADD REC-VL-PARCELA TO WS-CON-VL-DEVIDO.
       SOMA-ATRASO-LE-EXIT.
           EXIT.

       GRAVAR-CONTATO.
           MOVE "OBT"      TO SR-SEQ-FUNCAO.
           MOVE "COBRANCA" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "O contato nao foi gravado...           "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVAR-CONTATO-EXIT.
           MOVE SPACES           TO HCO-REG.
           MOVE SR-SEQ-NUMERO    TO HCO-NUMERO.
           MOVE CLI-COD          TO HCO-CLI-COD.
           MOVE WS-CON-NOTA      TO HCO-NOTA.
           MOVE WS-CON-PARCELA   TO HCO-PARCELA.
           MOVE WS-CON-TIPO      TO HCO-TIPO.
           MOVE ZEROS            TO HCO-NIVEL.
           MOVE WK-DATA-SYS      TO HCO-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)     TO HCO-HORA.
           MOVE WS-CON-DIAS      TO HCO-DIAS-ATRASO.
           MOVE WS-CON-VL-DEVIDO TO HCO-VL-DEVIDO.
           MOVE WS-CON-CONTATO   TO HCO-CONTATO.
           MOVE WS-CON-OBS       TO HCO-OBS.
           MOVE WS-CON-DT-PROM   TO HCO-DT-PROMESSA.
           MOVE WS-CON-VL-PROM   TO HCO-VL-PROMESSA.
           IF  HCO-PROMESSA
               MOVE "A" TO HCO-SIT-PROMESSA.
           MOVE LK-USUARIO       TO HCO-USUARIO.
           WRITE HCO-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  GRAVAR-CONTATO-EXIT
           END-WRITE.
           MOVE "HBCBR001"              TO WS-LOG-PROGRAMA.
           MOVE "CONTATO DE COBRANCA"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE HCO-NUMERO TO WS-NUM-ED.
           MOVE SPACES TO MSG.
           STRING "Contato " WS-NUM-ED " registrado..."
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       GRAVAR-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PROMESSAS QUE VENCEM HOJE E PROMESSAS QUEBRADAS        *
      *----------------------------------------------------------*
       ROT-PROMESSAS.
           MOVE WK-DATA-SYS TO WS-PRM-DT-INI.
           MOVE "01"        TO WS-PRM-DT-INI(7:2).
           DISPLAY "Quebradas desde (AAAAMMDD):" AT 2003.
           ACCEPT WS-PRM-DT-INI AT 2031 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-PROMESSAS-EXIT.
           MOVE ZEROS TO WS-PRM-HOJE WS-PRM-QUEBRADAS WS-PRM-CUMPRIDAS
                         WS-PRM-VL-HOJE WS-PRM-VL-QUEBRADO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELPRM"   TO SR-REL-BASE.
           MOVE "HBCBR001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "PROMESSAS DE PAGAMENTO - POSICAO EM " WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PROMESSAS QUE VENCEM HOJE"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 1 TO WS-PRM-SECAO.
           PERFORM LISTA-PROMESSAS THRU LISTA-PROMESSAS-EXIT.
           MOVE WS-PRM-HOJE    TO WS-CONT-ED.
           MOVE WS-PRM-VL-HOJE TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL QUE VENCE HOJE: " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PROMESSAS QUEBRADAS DESDE " WS-PRM-DT-INI
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 2 TO WS-PRM-SECAO.
           PERFORM LISTA-PROMESSAS THRU LISTA-PROMESSAS-EXIT.
           MOVE WS-PRM-QUEBRADAS   TO WS-CONT-ED.
           MOVE WS-PRM-VL-QUEBRADO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL QUEBRADAS.....: " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PRM-CUMPRIDAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CUMPRIDAS NESTA APURACAO: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCBR001"              TO WS-LOG-PROGRAMA.
           MOVE "RELAT. PROMESSAS"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-PROMESSAS-EXIT.
           EXIT.

       LISTA-PROMESSAS.
           MOVE "NAO" TO WS-HCO-EOF.
           MOVE ZEROS TO HCO-NUMERO.
           START ARQHCO KEY IS NOT LESS THAN HCO-NUMERO INVALID KEY
               MOVE "SIM" TO WS-HCO-EOF.
           PERFORM LISTA-UMA-PROMESSA THRU LISTA-UMA-PROMESSA-EXIT
                   UNTIL WS-HCO-EOF EQUAL "SIM".
       LISTA-PROMESSAS-EXIT.
           EXIT.

       LISTA-UMA-PROMESSA.
           READ ARQHCO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-HCO-EOF
                   GO  TO  LISTA-UMA-PROMESSA-EXIT
           END-READ.
           IF  NOT HCO-PROMESSA
               GO  TO  LISTA-UMA-PROMESSA-EXIT.
           IF  WS-PRM-SECAO EQUAL 1
               IF  HCO-PROM-ABERTA
                   AND HCO-DT-PROMESSA EQUAL WK-DATA-SYS
                   NEXT SENTENCE
               ELSE
                   GO  TO  LISTA-UMA-PROMESSA-EXIT.
           IF  WS-PRM-SECAO EQUAL 2
               IF  HCO-PROM-QUEBRADA
                   AND HCO-DT-PROMESSA NOT LESS THAN WS-PRM-DT-INI
                   GO  TO  LISTA-UMA-PROMESSA-GRAVA
               END-IF
               IF  HCO-PROM-ABERTA
                   AND HCO-DT-PROMESSA LESS THAN WK-DATA-SYS
                   NEXT SENTENCE
               ELSE
                   GO  TO  LISTA-UMA-PROMESSA-EXIT.
           PERFORM APURA-PAGAMENTO THRU APURA-PAGAMENTO-EXIT.
           IF  WS-PRM-PAGO NOT LESS THAN HCO-VL-PROMESSA
               MOVE "C" TO HCO-SIT-PROMESSA
               REWRITE HCO-REG INVALID KEY
                   PERFORM 9100-RETCOD
               END-REWRITE
               ADD 1 TO WS-PRM-CUMPRIDAS
               GO  TO  LISTA-UMA-PROMESSA-EXIT.
           IF  WS-PRM-SECAO EQUAL 2
               MOVE "Q" TO HCO-SIT-PROMESSA
               REWRITE HCO-REG INVALID KEY
                   PERFORM 9100-RETCOD
               END-REWRITE.
       LISTA-UMA-PROMESSA-GRAVA.
           IF  WS-PRM-SECAO EQUAL 2
               AND HCO-DT-PROMESSA LESS THAN WS-PRM-DT-INI
               GO  TO  LISTA-UMA-PROMESSA-EXIT.
           IF  HCO-PROM-QUEBRADA
               PERFORM APURA-PAGAMENTO THRU APURA-PAGAMENTO-EXIT.
           IF  WS-PRM-SECAO EQUAL 1
               ADD 1               TO WS-PRM-HOJE
               ADD HCO-VL-PROMESSA TO WS-PRM-VL-HOJE
           ELSE
               ADD 1               TO WS-PRM-QUEBRADAS
               ADD HCO-VL-PROMESSA TO WS-PRM-VL-QUEBRADO
           END-IF.
           MOVE HCO-CLI-COD TO WS-CLI-ED CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE SPACES TO CLI-NOME
           END-READ.
           MOVE HCO-NOTA        TO WS-NOT-ED.
           MOVE HCO-VL-PROMESSA TO WS-VAL-ED.
           MOVE WS-PRM-PAGO     TO WS-PAG-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTE " WS-CLI-ED " " CLI-NOME(1:25)
                  " NOTA " WS-NOT-ED "/" HCO-PARCELA
                  " PROMETIDO P/ " HCO-DT-PROMESSA
                  " VALOR " WS-VAL-ED
                  " PAGO " WS-PAG-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "         EM " HCO-DATA " POR " HCO-USUARIO
                  " FALOU COM " HCO-CONTATO
                  " " HCO-OBS(1:40)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-UMA-PROMESSA-EXIT.
           EXIT.

       APURA-PAGAMENTO.
           MOVE ZEROS TO WS-PRM-PAGO.
           IF  HCO-NOTA EQUAL ZEROS
               GO  TO  APURA-PAGAMENTO-CLIENTE.
           MOVE HCO-NOTA    TO REC-NOTA.
           MOVE HCO-PARCELA TO REC-PARCELA.
           READ ARQREC INVALID KEY
               GO  TO  APURA-PAGAMENTO-EXIT
           END-READ.
           PERFORM SOMA-PAGAMENTO THRU SOMA-PAGAMENTO-EXIT.
           GO  TO  APURA-PAGAMENTO-EXIT.
       APURA-PAGAMENTO-CLIENTE.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE HCO-CLI-COD TO REC-CLI-COD.
           START ARQREC KEY IS EQUAL REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM APURA-PAGAMENTO-LE THRU APURA-PAGAMENTO-LE-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
       APURA-PAGAMENTO-EXIT.
           EXIT.

       APURA-PAGAMENTO-LE.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  APURA-PAGAMENTO-LE-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL HCO-CLI-COD
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  APURA-PAGAMENTO-LE-EXIT.
           PERFORM SOMA-PAGAMENTO THRU SOMA-PAGAMENTO-EXIT.
       APURA-PAGAMENTO-LE-EXIT.
           EXIT.

       SOMA-PAGAMENTO.
           IF  REC-PAGA
               AND REC-DT-PAGAMENTO NOT LESS THAN HCO-DATA
               AND REC-DT-PAGAMENTO NOT GREATER THAN HCO-DT-PROMESSA
               ADD REC-VL-PAGO TO WS-PRM-PAGO.
       SOMA-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MANUTENCAO DOS NIVEIS E TEXTOS DAS CARTAS             *
      *----------------------------------------------------------*
       ROT-NIVEIS.
           DISPLAY G-TCBR0002.
           PERFORM CARREGA-NIVEIS THRU CARREGA-NIVEIS-EXIT.
       ENTRAR-NIVEL.
           MOVE ZEROS TO WS-NIVEL.
           ACCEPT WS-NIVEL AT 0925 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-NIVEL = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-NIVEIS-EXIT
           END-IF
           IF  WS-NIVEL GREATER THAN 3
               MOVE "Nivel invalido...                      "
                                   TO WK-MSG-ADV1
               MOVE "Informe 1, 2 ou 3...                   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-NIVEL.
           MOVE "NAO" TO WS-CRT-EXISTE.
           MOVE WS-NIVEL TO CRT-NIVEL.
           READ ARQCRT INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "SIM" TO WS-CRT-EXISTE
           END-READ.
           MOVE WS-NV-DIAS(WS-NIVEL)     TO WS-NIV-DIAS.
           MOVE WS-NV-TITULO(WS-NIVEL)   TO WS-NIV-TITULO.
           MOVE WS-NV-TEXTO(WS-NIVEL 1)  TO WS-NIV-TEXTO-1.
           MOVE WS-NV-TEXTO(WS-NIVEL 2)  TO WS-NIV-TEXTO-2.
           MOVE WS-NV-TEXTO(WS-NIVEL 3)  TO WS-NIV-TEXTO-3.
           MOVE WS-NV-TEXTO(WS-NIVEL 4)  TO WS-NIV-TEXTO-4.
       ENTRAR-DIAS.
           ACCEPT WS-NIV-DIAS AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-NIVEIS-EXIT
           END-IF
           IF  WS-NIV-DIAS EQUAL ZEROS
               OR (WS-NIVEL GREATER THAN 1
                   AND WS-NIV-DIAS NOT GREATER THAN
                       WS-NV-DIAS(WS-NIVEL - 1))
               OR (WS-NIVEL LESS THAN 3
                   AND WS-NIV-DIAS NOT LESS THAN
                       WS-NV-DIAS(WS-NIVEL + 1))
               MOVE "Dias fora da ordem dos niveis...       "
                                   TO WK-MSG-ADV1
               MOVE "Nivel maior exige mais dias de atraso.."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-DIAS.
           ACCEPT WS-NIV-TITULO  AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT WS-NIV-TEXTO-1 AT 1303 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT WS-NIV-TEXTO-2 AT 1403 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT WS-NIV-TEXTO-3 AT 1503 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT WS-NIV-TEXTO-4 AT 1603 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  ROT-NIVEIS-EXIT.
           MOVE WS-NIVEL       TO CRT-NIVEL.
           MOVE WS-NIV-DIAS    TO CRT-DIAS-UTEIS.
           MOVE WS-NIV-TITULO  TO CRT-TITULO.
           MOVE WS-NIV-TEXTO-1 TO CRT-TEXTO-1.
           MOVE WS-NIV-TEXTO-2 TO CRT-TEXTO-2.
           MOVE WS-NIV-TEXTO-3 TO CRT-TEXTO-3.
           MOVE WS-NIV-TEXTO-4 TO CRT-TEXTO-4.
           MOVE WK-DATA-SYS    TO CRT-DT-ALTERACAO.
           MOVE LK-USUARIO     TO CRT-USU-ALTERACAO.
           IF  WS-CRT-EXISTE EQUAL "SIM"
               REWRITE CRT-REG INVALID KEY
                   PERFORM 9100-RETCOD
               END-REWRITE
           ELSE
               WRITE CRT-REG INVALID KEY
                   PERFORM 9100-RETCOD
               END-WRITE
           END-IF.
           MOVE "HBCBR001"              TO WS-LOG-PROGRAMA.
           MOVE "ALTEROU NIVEL CARTA"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ROT-NIVEIS-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "S" TO WK-CONFIRMA.
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
           MOVE "HBCBR001 " TO LK-PGM(2).
           MOVE "HBCBR001 " TO WK-COD-PGM.
           MOVE " COBRANCA DE ATRASADOS" TO WK-DESC-PGM.
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

           MOVE "ARQHCO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HCO HCO-ARQ-WK.
           OPEN I-O ARQHCO.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQHCO
              CLOSE ARQHCO
              OPEN I-O ARQHCO
           END-IF
           MOVE " HIST.COBR"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCRT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CRT CRT-ARQ-WK.
           OPEN I-O ARQCRT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQCRT
              CLOSE ARQCRT
              OPEN I-O ARQCRT
           END-IF
           MOVE " CARTAS   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBCBR001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBCBR001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQREC.
           CLOSE ARQCLI.
           CLOSE ARQHCO.
           CLOSE ARQCRT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBNOT001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE RELATORIOS DE NOTAS FISCAIS
      * - NOTAS CANCELADAS NO PERIODO (DATA DO CANCELAMENTO)
      *   COM DATA DE EMISSAO, USUARIO, MOTIVO E REEMBOLSOS
      *   GERADOS, PARA A CONTABILIDADE CONFERIR O QUE JA FOI
      *   EXPORTADO NO EXPFAT.TXT (RELNCA.TXT)
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
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FRMB0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FRMB0001.FD".
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
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-RMB             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-REL-DT-INI              PIC 9(008)  VALUE ZEROS.
       77  WS-REL-DT-FIM              PIC 9(008)  VALUE ZEROS.
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NOTA-ATUAL              PIC 9(010)  VALUE ZEROS.
       77  WS-PARC-CANC               PIC 9(002)  VALUE ZEROS.
       77  WS-VL-CANC                 PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-PARC-RMB                PIC 9(002)  VALUE ZEROS.
       77  WS-VL-RMB                  PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-TOT-NOTAS               PIC 9(005)  VALUE ZEROS.
       77  WS-TOT-VALOR               PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-RMB                 PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-NOT-ED                  PIC Z(009)9.
       77  WS-PED-ED                  PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-PARC-ED                 PIC Z9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-IND                     PIC 9(002)  VALUE ZEROS.
       01  WS-TAB-MOTIVOS.
           03  WS-TM-ENT              OCCURS 99 TIMES.
               05  WS-TM-CONT         PIC 9(005).
               05  WS-TM-VALOR        PIC 9(011)V9(002).

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
       COPY "C:\Hbsis\ftt\TOPCNOT.SS".
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
           DISPLAY G-TOPCNOT.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-CANCELADAS THRU ROT-CANCELADAS-EXIT
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
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBNOT001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBNOT001"              TO WS-LOG-PROGRAMA.
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

       ROT-CANCELADAS.
           MOVE ZEROS TO WS-REL-DT-INI.
           DISPLAY "Cancel. de (AAAAMMDD):" AT 2003.
           ACCEPT WS-REL-DT-INI AT 2028 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               DISPLAY "                                   " AT 2003
               MOVE "SIM" TO SAIDA-WS
               GO  TO  ROT-CANCELADAS-EXIT.
           MOVE ZEROS TO WS-REL-DT-FIM.
           DISPLAY "Cancel. ate(AAAAMMDD):" AT 2103.
           ACCEPT WS-REL-DT-FIM AT 2128 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           DISPLAY "                                   " AT 2003.
           DISPLAY "                                   " AT 2103.
           IF  WS-REL-DT-FIM EQUAL ZEROS
               MOVE 99999999 TO WS-REL-DT-FIM.
           INITIALIZE WS-TAB-MOTIVOS.
           MOVE ZEROS TO WS-TOT-NOTAS WS-TOT-VALOR WS-TOT-RMB.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELNCA"   TO SR-REL-BASE.
           MOVE "HBNOT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "NOTAS FISCAIS CANCELADAS - PERIODO "
                  WS-REL-DT-INI " A " WS-REL-DT-FIM
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "MOTIVOS: 01-DESISTENCIA 02-ERRO DE FATURAMENTO"
                  " 03-NAO ENTREGUE 04-PRECO/CONDICAO 99-OUTROS"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-NOT-EOF.
           MOVE ZEROS TO NOT-NUMERO.
           START ARQNOT KEY IS NOT LESS THAN NOT-NUMERO INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM LISTA-NOTA THRU LISTA-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAIS POR MOTIVO" DELIMITED BY SIZE
                  INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND.
           PERFORM LISTA-MOTIVO THRU LISTA-MOTIVO-EXIT
                   UNTIL WS-IND NOT LESS THAN 99.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-NOTAS TO WS-CONT-ED.
           MOVE WS-TOT-VALOR TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NOTAS CANCELADAS " WS-CONT-ED
                  " VALOR TOTAL " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-RMB TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "REEMBOLSOS A CLIENTES GERADOS " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBNOT001"              TO WS-LOG-PROGRAMA.
           MOVE "RELAT. NF CANCELADAS"  TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
           MOVE "SIM" TO SAIDA-WS.
       ROT-CANCELADAS-EXIT.
           EXIT.

       LISTA-NOTA.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  LISTA-NOTA-EXIT
           END-READ.
           IF  NOT NOT-CANCELADA
               GO  TO  LISTA-NOTA-EXIT.
           IF  NOT-DT-CANCEL LESS THAN WS-REL-DT-INI
               OR NOT-DT-CANCEL GREATER THAN WS-REL-DT-FIM
               GO  TO  LISTA-NOTA-EXIT.
           PERFORM SOMA-PARCELAS THRU SOMA-PARCELAS-EXIT.
           ADD 1            TO WS-TOT-NOTAS.
           ADD NOT-VL-TOTAL TO WS-TOT-VALOR.
           ADD WS-VL-RMB    TO WS-TOT-RMB.
           IF  NOT-MOT-CANCEL GREATER THAN ZEROS
               ADD 1            TO WS-TM-CONT(NOT-MOT-CANCEL)
               ADD NOT-VL-TOTAL TO WS-TM-VALOR(NOT-MOT-CANCEL).
           MOVE NOT-NUMERO   TO WS-NOT-ED.
           MOVE NOT-PEDIDO   TO WS-PED-ED.
           MOVE NOT-CLI-COD  TO WS-CLI-ED.
           MOVE NOT-VL-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NF " WS-NOT-ED
                  " EMISSAO " NOT-DATA
                  " PEDIDO " WS-PED-ED
                  " CLIENTE " WS-CLI-ED " " NOT-CLI-NOME(1:25)
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PARC-CANC TO WS-PARC-ED.
           MOVE WS-VL-CANC   TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "   CANCELADA EM " NOT-DT-CANCEL
                  " POR " NOT-USU-CANCEL
                  " MOTIVO " NOT-MOT-CANCEL
                  " PARCELAS CANCELADAS " WS-PARC-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-PARC-RMB GREATER THAN ZEROS
               MOVE WS-PARC-RMB TO WS-PARC-ED
               MOVE WS-VL-RMB   TO WS-VAL-ED
               MOVE SPACES TO REL-LINHA
               STRING "   PARCELAS JA PAGAS EM REEMBOLSO " WS-PARC-ED
                      " VALOR " WS-VAL-ED
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
       LISTA-NOTA-EXIT.
           EXIT.

       SOMA-PARCELAS.
           MOVE ZEROS TO WS-PARC-CANC WS-VL-CANC
                         WS-PARC-RMB WS-VL-RMB.
           MOVE NOT-NUMERO TO WS-NOTA-ATUAL.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE NOT-NUMERO TO REC-NOTA.
           MOVE ZEROS      TO REC-PARCELA.
           START ARQREC KEY IS GREATER THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM SOMA-UMA-PARCELA THRU SOMA-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
       SOMA-PARCELAS-EXIT.
           EXIT.

       SOMA-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  SOMA-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-NOTA NOT EQUAL WS-NOTA-ATUAL
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  SOMA-UMA-PARCELA-EXIT.
           IF  REC-CANCELADA
               ADD 1              TO WS-PARC-CANC
               ADD REC-VL-PARCELA TO WS-VL-CANC
               GO  TO  SOMA-UMA-PARCELA-EXIT.
           MOVE REC-NOTA    TO RMB-NOTA.
           MOVE REC-PARCELA TO RMB-PARCELA.
           READ ARQRMB INVALID KEY
               GO  TO  SOMA-UMA-PARCELA-EXIT
           END-READ.
           ADD 1           TO WS-PARC-RMB.
           ADD RMB-VL-PAGO TO WS-VL-RMB.
       SOMA-UMA-PARCELA-EXIT.
           EXIT.

       LISTA-MOTIVO.
           ADD 1 TO WS-IND.
           IF  WS-TM-CONT(WS-IND) EQUAL ZEROS
               GO  TO  LISTA-MOTIVO-EXIT.
           MOVE WS-TM-CONT(WS-IND)  TO WS-CONT-ED.
           MOVE WS-TM-VALOR(WS-IND) TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  MOTIVO " WS-IND " NOTAS " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-MOTIVO-EXIT.
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
           MOVE "HBNOT001 " TO LK-PGM(2).
           MOVE "HBNOT001 " TO WK-COD-PGM.
           MOVE " RELATORIOS DE NOTAS FISCAIS" TO WK-DESC-PGM.
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

           MOVE "ARQRMB.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-RMB RMB-ARQ-WK.
           OPEN INPUT ARQRMB.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQRMB
              CLOSE ARQRMB
              OPEN INPUT ARQRMB
           END-IF
           MOVE " REEMBOLSO"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBNOT001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBNOT001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQNOT.
           CLOSE ARQREC.
           CLOSE ARQRMB.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBMAN001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - ROMANEIOS DE CARGA GRAVADOS PELO HBROT001 (ARQMAN E
      *   ARQMAI)
      * - RETORNO: NA VOLTA DO MOTORISTA MARCA CADA PEDIDO DO
      *   ROMANEIO COMO ENTREGUE OU NAO ENTREGUE COM O MOTIVO
      *   (TABELA WMOTENT.WK); O NAO ENTREGUE FICA LIBERADO PARA
      *   A PROXIMA ROTA
      * - REIMPRIME O ROMANEIO PARA O MOTORISTA (RELMAN.TXT)
      * - BAIXA DOS ENTREGUES: PASSA OS PEDIDOS DE "T" PARA "E"
      *   COM HISTORICO NO ARQHIS E RESUMO (RELBXE.TXT); CHAMADO
      *   PELO OPERADOR NOTURNO (HBOPR001) RODA SO A BAIXA, SEM
      *   TELA
      * - FALHAS DE ENTREGA NO PERIODO POR MOTIVO E POR CLIENTE
      *   (RELFAL.TXT)
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQPED E ARQHIS REGISTRADAS NO JOURNAL (HBJRN002)
      *   PARA A REAPLICACAO APOS RESTAURAR UM BACKUP
      *   (HBJRN001)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FMAN0001.SEL".
           COPY "C:\Hbsis\ftt\FMAI0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FMAN0001.FD".
           COPY "C:\Hbsis\ftt\FMAI0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
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
       77  WS-CAMINHO-MAN             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-MAI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HIS             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  CLI-ARQ-WK                 PIC X(080)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-MODO-BATCH              PIC XXX     VALUE "NAO".
       77  WS-ERRO-BASE               PIC XXX     VALUE "NAO".
       77  ERRO-LEITURA               PIC XXX     VALUE "NAO".
       77  WS-MAN-EOF                 PIC XXX     VALUE "NAO".
       77  WS-MAI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-ENTREGUE                PIC X(001)  VALUE SPACES.
       77  WS-MOTIVO                  PIC 9(002)  VALUE ZEROS.
       77  WS-MAN-NUM                 PIC 9(010)  VALUE ZEROS.
       77  WS-SIT-ANTERIOR            PIC X(001)  VALUE SPACES.
       77  WS-SIT-NOVA                PIC X(001)  VALUE SPACES.
       77  WS-PARADA-ANT              PIC 9(003)  VALUE ZEROS.
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-IND                     PIC 9(003)  VALUE ZEROS.
       77  WS-IND-MAX                 PIC 9(003)  VALUE ZEROS.
       77  WS-IND-MOT                 PIC 9(002)  VALUE ZEROS.
       77  WS-QTD-CLI                 PIC 9(003)  VALUE ZEROS.
       77  WS-IMPRESSOS               PIC 9(003)  VALUE ZEROS.
       77  WS-MAIOR-QTD               PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-ENTREGUES           PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-FALHAS              PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-BAIXADOS            PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-DIVERGENTES         PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-ROMANEIOS           PIC 9(005)  VALUE ZEROS.
       77  WS-VL-FALHAS               PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-MAN-ED                  PIC Z(009)9.
       77  WS-PED-ED                  PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-SEQ-ED                  PIC ZZ9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-VAL-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINCOL.
           03  WS-LIN                 PIC 9(002)  VALUE ZEROS.
           03  WS-COL                 PIC 9(002)  VALUE ZEROS.
       01  WS-TAB-MOTIVOS.
           03  WS-TM-ENT              OCCURS 8 TIMES.
               05  WS-TM-QTD          PIC 9(005).
               05  WS-TM-VALOR        PIC 9(013)V9(002).
       01  WS-TAB-CLIENTES.
           03  WS-TC-ENT              OCCURS 500 TIMES.
               05  WS-TC-CLI          PIC 9(007).
               05  WS-TC-QTD          PIC 9(005).
               05  WS-TC-VALOR        PIC 9(013)V9(002).
               05  WS-TC-IMP          PIC X(001).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\Hbsis\ftt\WMOTENT.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TOPCMAN.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           MOVE "NAO" TO WS-MODO-BATCH.
           IF  LK-PGM-CHAMADOR EQUAL "HBOPR001"
               MOVE "SIM" TO WS-MODO-BATCH.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           IF  WS-MODO-BATCH EQUAL "SIM"
               IF  WS-ERRO-BASE EQUAL "SIM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ROT-BAIXA THRU ROT-BAIXA-EXIT
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           ELSE
               MOVE ZEROS TO WK-OPCAO
               MOVE "NAO" TO SAIDA-WS
               PERFORM VERIF-OPCAO THRU
                       VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           END-IF
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCMAN.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-RETORNO THRU ROT-RETORNO-EXIT
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-REIMPRIME THRU ROT-REIMPRIME-EXIT
           WHEN WK-OPCAO EQUAL 3
                MOVE "Confirma a baixa dos entregues ..."
                                              TO WK-MSG-CONF
                PERFORM CONFIRMA THRU CONFIRMA-EXIT
                IF  WK-CONFIRMA EQUAL "S" OR "s"
                    PERFORM ROT-BAIXA THRU ROT-BAIXA-EXIT
                END-IF
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-FALHAS THRU ROT-FALHAS-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "BAI" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBMAN001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBMAN001"              TO WS-LOG-PROGRAMA.
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
      *    RETORNO DO MOTORISTA: ENTREGUE OU NAO, COM MOTIVO      *
      *----------------------------------------------------------*
       ROT-RETORNO.
           PERFORM ENTRAR-ROMANEIO THRU ENTRAR-ROMANEIO-EXIT.
           IF  WS-MAN-NUM EQUAL ZEROS
               GO  TO  ROT-RETORNO-EXIT.
           IF  MAN-BAIXADO
               MOVE "Romaneio ja foi baixado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-RETORNO-EXIT.
           IF  MAN-RETORNADO
               MOVE "Retorno deste romaneio ja registrado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-RETORNO-EXIT.
           PERFORM MOSTRA-CABECALHO THRU MOSTRA-CABECALHO-EXIT.
           MOVE 3  TO WS-LIN.
           MOVE 50 TO WS-COL.
           DISPLAY "Motivos de nao entrega:" AT WS-LINCOL.
           MOVE ZEROS TO WS-IND-MOT.
           PERFORM MOSTRA-MOTIVO THRU MOSTRA-MOTIVO-EXIT
                   UNTIL WS-IND-MOT NOT LESS THAN WK-QTD-MOT-ENT.
           MOVE ZEROS TO WS-QTD-ENTREGUES WS-QTD-FALHAS.
           MOVE "NAO" TO WS-MAI-EOF SAIDA-WS.
           MOVE MAN-NUMERO TO MAI-NUMERO.
           MOVE ZEROS      TO MAI-SEQ MAI-PEDIDO.
           START ARQMAI KEY IS NOT LESS THAN MAI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-MAI-EOF.
           PERFORM RETORNA-ITEM THRU RETORNA-ITEM-EXIT
                   UNTIL WS-MAI-EOF EQUAL "SIM".
           IF  SAIDA-WS EQUAL "SIM"
               MOVE "Retorno interrompido, refaca depois..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-RETORNO-LIMPA.
           MOVE "Encerra o retorno do romaneio ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-RETORNO-LIMPA.
           MOVE WS-MAN-NUM TO MAN-NUMERO.
           READ ARQMAN INVALID KEY
               MOVE " ROMANEIOS"   TO WK-MSG-RT2
               PERFORM 9100-RETCOD
               GO  TO  ROT-RETORNO-LIMPA
           END-READ.
           MOVE "R"         TO MAN-SITUACAO.
           MOVE WK-DATA-SYS TO MAN-DT-RETORNO.
           MOVE LK-USUARIO  TO MAN-USU-RETORNO.
           REWRITE MAN-REG INVALID KEY
               MOVE " ROMANEIOS"   TO WK-MSG-RT2
               PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBMAN001"              TO WS-LOG-PROGRAMA.
           MOVE "RETORNO ROMANEIO"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE WS-QTD-ENTREGUES TO WS-CONT-ED.
           MOVE SPACES TO MSG.
           STRING "Entregues:" WS-CONT-ED DELIMITED BY SIZE
                  INTO MSG.
           MOVE WS-QTD-FALHAS TO WS-CONT-ED.
           STRING " Nao entregues:" WS-CONT-ED DELIMITED BY SIZE
                  INTO MSG(16:).
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-RETORNO-LIMPA.
           DISPLAY G-TPLANO2.
       ROT-RETORNO-EXIT.
           EXIT.

       ENTRAR-ROMANEIO.
           MOVE ZEROS TO WS-MAN-NUM.
           DISPLAY "Romaneio ..........:" AT 2003.
           ACCEPT WS-MAN-NUM AT 2024 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-MAN-NUM
               GO  TO  ENTRAR-ROMANEIO-LIMPA.
           IF  WS-MAN-NUM EQUAL ZEROS
               GO  TO  ENTRAR-ROMANEIO-LIMPA.
           MOVE WS-MAN-NUM TO MAN-NUMERO.
           READ ARQMAN INVALID KEY
               MOVE "Romaneio nao cadastrado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ENTRAR-ROMANEIO
           END-READ.
       ENTRAR-ROMANEIO-LIMPA.
           DISPLAY "                                    " AT 2003.
       ENTRAR-ROMANEIO-EXIT.
           EXIT.

       MOSTRA-CABECALHO.
           MOVE MAN-NUMERO TO WS-MAN-ED.
           MOVE MAN-ROTA   TO WS-SEQ-ED.
           DISPLAY "Romaneio:" AT 0403.
           DISPLAY WS-MAN-ED   AT 0413.
           DISPLAY "Data:"     AT 0503.
           DISPLAY MAN-DATA    AT 0513.
           DISPLAY "Rota:"     AT 0525.
           DISPLAY WS-SEQ-ED   AT 0531.
           DISPLAY "Motorista:" AT 0603.
           DISPLAY MAN-MOTORISTA AT 0614.
           DISPLAY "Veiculo:"  AT 0703.
           DISPLAY MAN-VEICULO AT 0714.
       MOSTRA-CABECALHO-EXIT.
           EXIT.

       MOSTRA-MOTIVO.
           ADD 1 TO WS-IND-MOT.
           ADD 1 TO WS-LIN.
           DISPLAY WS-IND-MOT AT WS-LINCOL.
           ADD 3 TO WS-COL.
           DISPLAY WK-MOT-ENT-R(WS-IND-MOT) AT WS-LINCOL.
           SUBTRACT 3 FROM WS-COL.
       MOSTRA-MOTIVO-EXIT.
           EXIT.

       RETORNA-ITEM.
           READ ARQMAI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MAI-EOF
                   GO  TO  RETORNA-ITEM-EXIT
           END-READ.
           IF  MAI-NUMERO NOT EQUAL WS-MAN-NUM
               MOVE "SIM" TO WS-MAI-EOF
               GO  TO  RETORNA-ITEM-EXIT.
           MOVE MAI-CLI-COD TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
           END-READ.
           MOVE MAI-SEQ       TO WS-SEQ-ED.
           MOVE MAI-PEDIDO    TO WS-PED-ED.
           MOVE MAI-VL-PEDIDO TO WS-VAL-ED.
           DISPLAY "Parada:"   AT 1203.
           DISPLAY WS-SEQ-ED   AT 1211.
           DISPLAY "Cliente:"  AT 1216.
           DISPLAY WS-CLI-ED   AT 1225.
           DISPLAY CLI-NOME(1:30) AT 1233.
           DISPLAY "Pedido:"   AT 1303.
           DISPLAY WS-PED-ED   AT 1311.
           DISPLAY "Valor:"    AT 1323.
           DISPLAY WS-VAL-ED   AT 1330.
       RETORNA-ITEM-ENTREGUE.
           IF  MAI-NAO-ENTREGUE
               MOVE "N" TO WS-ENTREGUE
           ELSE
               MOVE "S" TO WS-ENTREGUE.
           DISPLAY "Entregue (S/N) ....:" AT 1503.
           ACCEPT WS-ENTREGUE AT 1524 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE "SIM" TO SAIDA-WS WS-MAI-EOF
               GO  TO  RETORNA-ITEM-EXIT.
           IF  WS-ENTREGUE EQUAL "s"
               MOVE "S" TO WS-ENTREGUE.
           IF  WS-ENTREGUE EQUAL "n"
               MOVE "N" TO WS-ENTREGUE.
           IF  WS-ENTREGUE NOT EQUAL "S" AND "N"
               GO  TO  RETORNA-ITEM-ENTREGUE.
           MOVE ZEROS TO WS-MOTIVO.
           IF  WS-ENTREGUE EQUAL "S"
               DISPLAY "                          " AT 1603
               GO  TO  RETORNA-ITEM-GRAVA.
           MOVE MAI-MOTIVO TO WS-MOTIVO.
       RETORNA-ITEM-MOTIVO.
           DISPLAY "Motivo ............:" AT 1603.
           ACCEPT WS-MOTIVO AT 1624 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  RETORNA-ITEM-ENTREGUE.
           IF  WS-MOTIVO EQUAL ZEROS
               OR WS-MOTIVO GREATER THAN WK-QTD-MOT-ENT
               MOVE "Motivo invalido, veja a tabela..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  RETORNA-ITEM-MOTIVO.
       RETORNA-ITEM-GRAVA.
           IF  WS-ENTREGUE EQUAL "S"
               MOVE "E" TO MAI-SITUACAO
               ADD 1 TO WS-QTD-ENTREGUES
           ELSE
               MOVE "N" TO MAI-SITUACAO
               ADD 1 TO WS-QTD-FALHAS
           END-IF.
           MOVE WS-MOTIVO   TO MAI-MOTIVO.
           MOVE WK-DATA-SYS TO MAI-DT-RETORNO.
           REWRITE MAI-REG INVALID KEY
               MOVE " ROMAN.PED"   TO WK-MSG-RT2
               PERFORM 9100-RETCOD
           END-REWRITE.
       RETORNA-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REIMPRESSAO DO ROMANEIO PARA O MOTORISTA               *
      *----------------------------------------------------------*
       ROT-REIMPRIME.
           PERFORM ENTRAR-ROMANEIO THRU ENTRAR-ROMANEIO-EXIT.
           IF  WS-MAN-NUM EQUAL ZEROS
               GO  TO  ROT-REIMPRIME-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELMAN"   TO SR-REL-BASE.
           MOVE "HBMAN001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE MAN-NUMERO TO WS-MAN-ED.
           MOVE MAN-ROTA   TO WS-SEQ-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "========== ROMANEIO DE CARGA No. " WS-MAN-ED
                  " - ROTA " WS-SEQ-ED " ========== (2A. VIA)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DATA " MAN-DATA
                  "  MOTORISTA " MAN-MOTORISTA
                  "  VEICULO " MAN-VEICULO
                  "  SITUACAO " MAN-SITUACAO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-PARADA-ANT.
           MOVE "NAO" TO WS-MAI-EOF.
           MOVE MAN-NUMERO TO MAI-NUMERO.
           MOVE ZEROS      TO MAI-SEQ MAI-PEDIDO.
           START ARQMAI KEY IS NOT LESS THAN MAI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-MAI-EOF.
           PERFORM REIMPRIME-ITEM THRU REIMPRIME-ITEM-EXIT
                   UNTIL WS-MAI-EOF EQUAL "SIM".
           IF  WS-PARADA-ANT NOT EQUAL ZEROS
               PERFORM IMPRIME-RECEBIDO THRU IMPRIME-RECEBIDO-EXIT.
           MOVE MAN-QTD-PARADAS TO WS-SEQ-ED.
           MOVE MAN-QTD-PEDIDOS TO WS-CONT-ED.
           MOVE MAN-VL-TOTAL    TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PARADAS: " WS-SEQ-ED
                  "  PEDIDOS: " WS-CONT-ED
                  "  VALOR TOTAL DA CARGA: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "MOTIVOS DE NAO ENTREGA:"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND-MOT.
           PERFORM IMPRIME-MOTIVO THRU IMPRIME-MOTIVO-EXIT
                   UNTIL WS-IND-MOT NOT LESS THAN WK-QTD-MOT-ENT.
           CLOSE ARQREL.
           MOVE "HBMAN001"              TO WS-LOG-PROGRAMA.
           MOVE "REIMPRIMIU ROMANEIO"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-REIMPRIME-EXIT.
           EXIT.

       REIMPRIME-ITEM.
           READ ARQMAI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MAI-EOF
                   GO  TO  REIMPRIME-ITEM-EXIT
           END-READ.
           IF  MAI-NUMERO NOT EQUAL MAN-NUMERO
               MOVE "SIM" TO WS-MAI-EOF
               GO  TO  REIMPRIME-ITEM-EXIT.
           IF  MAI-SEQ NOT EQUAL WS-PARADA-ANT
               IF  WS-PARADA-ANT NOT EQUAL ZEROS
                   PERFORM IMPRIME-RECEBIDO THRU
                           IMPRIME-RECEBIDO-EXIT
               END-IF
               MOVE MAI-SEQ TO WS-PARADA-ANT
               PERFORM IMPRIME-PARADA THRU IMPRIME-PARADA-EXIT.
           MOVE MAI-PEDIDO    TO WS-PED-ED.
           MOVE MAI-VL-PEDIDO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "   PEDIDO " WS-PED-ED
                  " VALOR " WS-VAL-ED
                  "   ( ) ENTREGUE   ( ) NAO ENTREGUE  MOTIVO: __"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       REIMPRIME-ITEM-EXIT.
           EXIT.

       IMPRIME-PARADA.
           MOVE MAI-CLI-COD TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
               MOVE SPACES TO CLI-ENDERECO CLI-CIDADE CLI-UF
                              CLI-FONE
           END-READ.
           MOVE MAI-SEQ TO WS-SEQ-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PARADA " WS-SEQ-ED
                  " CLIENTE " WS-CLI-ED
                  " " CLI-NOME(1:30)
                  " FONE " CLI-FONE
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   " CLI-ENDERECO(1:35)
                  " " CLI-CIDADE(1:20)
                  " " CLI-UF
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-PARADA-EXIT.
           EXIT.

       IMPRIME-RECEBIDO.
           MOVE SPACES TO REL-LINHA.
           STRING "   RECEBIDO POR: ______________________________"
                  "  DOC.: _______________"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-RECEBIDO-EXIT.
           EXIT.

       IMPRIME-MOTIVO.
           ADD 1 TO WS-IND-MOT.
           MOVE SPACES TO REL-LINHA.
           STRING "   " WS-IND-MOT " - " WK-MOT-ENT-R(WS-IND-MOT)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    BAIXA DOS ENTREGUES: PEDIDO "T" PASSA PARA "E"         *
      *----------------------------------------------------------*
       ROT-BAIXA.
           MOVE ZEROS TO WS-QTD-ROMANEIOS WS-QTD-BAIXADOS
                         WS-QTD-DIVERGENTES WS-QTD-FALHAS.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELBXE"   TO SR-REL-BASE.
           MOVE "HBMAN001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "BAIXA DAS ENTREGAS DOS ROMANEIOS RETORNADOS - DATA "
                  WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-MAN-EOF.
           MOVE ZEROS TO MAN-NUMERO.
           START ARQMAN KEY IS NOT LESS THAN MAN-NUMERO INVALID KEY
               MOVE "SIM" TO WS-MAN-EOF.
           PERFORM BAIXA-ROMANEIO THRU BAIXA-ROMANEIO-EXIT
                   UNTIL WS-MAN-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-ROMANEIOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ROMANEIOS BAIXADOS...........: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-BAIXADOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS PASSADOS PARA ENTREGUE: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-FALHAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NAO ENTREGUES (LIBERADOS)....: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-DIVERGENTES TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ENTREGUES FORA DE FATURADO...: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBMAN001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES TO WS-LOG-ACAO.
           STRING "BAIXOU ENTREGA " WS-QTD-BAIXADOS
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           IF  WS-MODO-BATCH EQUAL "SIM"
               GO  TO  ROT-BAIXA-EXIT.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-BAIXA-EXIT.
           EXIT.

       BAIXA-ROMANEIO.
           READ ARQMAN NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MAN-EOF
                   GO  TO  BAIXA-ROMANEIO-EXIT
           END-READ.
           IF  NOT MAN-RETORNADO
               GO  TO  BAIXA-ROMANEIO-EXIT.
           MOVE MAN-NUMERO TO WS-MAN-NUM WS-MAN-ED.
           MOVE "NAO" TO WS-MAI-EOF.
           MOVE MAN-NUMERO TO MAI-NUMERO.
           MOVE ZEROS      TO MAI-SEQ MAI-PEDIDO.
           START ARQMAI KEY IS NOT LESS THAN MAI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-MAI-EOF.
           PERFORM BAIXA-ITEM THRU BAIXA-ITEM-EXIT
                   UNTIL WS-MAI-EOF EQUAL "SIM".
           MOVE WS-MAN-NUM TO MAN-NUMERO.
           READ ARQMAN INVALID KEY
               GO  TO  BAIXA-ROMANEIO-EXIT
           END-READ.
           MOVE "B"         TO MAN-SITUACAO.
           MOVE WK-DATA-SYS TO MAN-DT-BAIXA.
           REWRITE MAN-REG INVALID KEY
               CONTINUE
           END-REWRITE.
           ADD 1 TO WS-QTD-ROMANEIOS.
           MOVE SPACES TO REL-LINHA.
           STRING "ROMANEIO " WS-MAN-ED " DE " MAN-DATA
                  " MOTORISTA " MAN-MOTORISTA " BAIXADO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       BAIXA-ROMANEIO-EXIT.
           EXIT.

       BAIXA-ITEM.
           READ ARQMAI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MAI-EOF
                   GO  TO  BAIXA-ITEM-EXIT
           END-READ.
           IF  MAI-NUMERO NOT EQUAL WS-MAN-NUM
               MOVE "SIM" TO WS-MAI-EOF
               GO  TO  BAIXA-ITEM-EXIT.
           IF  MAI-NAO-ENTREGUE
               ADD 1 TO WS-QTD-FALHAS
               GO  TO  BAIXA-ITEM-EXIT.
           IF  NOT MAI-ENTREGUE
               GO  TO  BAIXA-ITEM-EXIT.
           MOVE MAI-CLI-COD TO PED-CLI-COD.
           MOVE MAI-PEDIDO  TO PED-PEDIDO.
           MOVE "NAO" TO ERRO-LEITURA.
           READ ARQPED WITH LOCK INVALID KEY
               MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF  ERRO-LEITURA EQUAL "NAO"
               AND PED-FATURADO
               MOVE PED-SITUACAO TO WS-SIT-ANTERIOR
               MOVE "E"          TO WS-SIT-NOVA PED-SITUACAO
               REWRITE PED-REG INVALID KEY
                   MOVE "SIM" TO ERRO-LEITURA
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
               END-REWRITE
           ELSE
               MOVE "SIM" TO ERRO-LEITURA
           END-IF.
           IF  ERRO-LEITURA EQUAL "NAO"
               PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-EXIT
               ADD 1 TO WS-QTD-BAIXADOS
           ELSE
      *        PEDIDO MEXIDO DEPOIS DA CARGA (CANCELADO, JA ENTREGUE
      *        NO HBPED002...): SAI DO ROMANEIO, FICA NO RESUMO
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE MAI-PEDIDO TO WS-PED-ED
               MOVE MAI-CLI-COD TO WS-CLI-ED
               MOVE SPACES TO REL-LINHA
               STRING "   PEDIDO " WS-PED-ED " CLIENTE " WS-CLI-ED
                      " NAO ESTAVA FATURADO - SITUACAO " PED-SITUACAO
                      " - NAO ALTERADO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE "B" TO MAI-SITUACAO.
           REWRITE MAI-REG INVALID KEY
               CONTINUE
           END-REWRITE.
       BAIXA-ITEM-EXIT.
           EXIT.

       GRAVA-HISTORICO.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN EXTEND ARQHIS.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQHIS
               CLOSE ARQHIS
               OPEN EXTEND ARQHIS
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE PED-CLI-COD              TO HIS-CLI-COD.
           MOVE PED-PEDIDO               TO HIS-PEDIDO.
           MOVE WS-SIT-ANTERIOR          TO HIS-SIT-ANTERIOR.
           MOVE WS-SIT-NOVA              TO HIS-SIT-NOVA.
           MOVE WK-DATA-MIL              TO HIS-DATA.
           MOVE WK-HORA(1:6)             TO HIS-HORA.
           MOVE LK-USUARIO               TO HIS-USUARIO.
           WRITE HIS-REG.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-HIS THRU JORNAL-HIS-EXIT.
           CLOSE ARQHIS.
       GRAVA-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FALHAS DE ENTREGA NO PERIODO, POR MOTIVO E CLIENTE     *
      *----------------------------------------------------------*
       ROT-FALHAS.
           MOVE ZEROS TO WS-DT-INI WS-DT-FIM.
           DISPLAY "Retorno de (AAAAMMDD):" AT 2003.
           ACCEPT WS-DT-INI AT 2026 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-FALHAS-LIMPA.
           DISPLAY "Retorno ate (AAAAMMDD):" AT 2103.
           ACCEPT WS-DT-FIM AT 2127 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-FALHAS-LIMPA.
           IF  WS-DT-FIM EQUAL ZEROS
               MOVE 99999999 TO WS-DT-FIM.
           DISPLAY "                                   " AT 2003.
           DISPLAY "                                   " AT 2103.
           INITIALIZE WS-TAB-MOTIVOS WS-TAB-CLIENTES.
           MOVE ZEROS TO WS-QTD-FALHAS WS-VL-FALHAS WS-QTD-CLI.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELFAL"   TO SR-REL-BASE.
           MOVE "HBMAN001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "FALHAS DE ENTREGA - RETORNO DE " WS-DT-INI
                  " A " WS-DT-FIM
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  ROMANEIO PAR     PEDIDO CLIENTE NOME"
                  "                                    VALOR"
                  " MOTIVO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-MAI-EOF.
           MOVE ZEROS TO MAI-NUMERO MAI-SEQ MAI-PEDIDO.
           START ARQMAI KEY IS NOT LESS THAN MAI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-MAI-EOF.
           PERFORM LISTA-FALHA THRU LISTA-FALHA-EXIT
                   UNTIL WS-MAI-EOF EQUAL "SIM".
           MOVE WS-QTD-FALHAS TO WS-CONT-ED.
           MOVE WS-VL-FALHAS  TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DE FALHAS: " WS-CONT-ED
                  "  VALOR: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO POR MOTIVO" DELIMITED BY SIZE
                  INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND-MOT.
           PERFORM RESUMO-MOTIVO THRU RESUMO-MOTIVO-EXIT
                   UNTIL WS-IND-MOT NOT LESS THAN WK-QTD-MOT-ENT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO POR CLIENTE (MAIS FALHAS PRIMEIRO)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IMPRESSOS.
           PERFORM RESUMO-CLIENTE THRU RESUMO-CLIENTE-EXIT
                   UNTIL WS-IMPRESSOS NOT LESS THAN WS-QTD-CLI.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               STRING "TABELA ESTOUROU (500 CLIENTES): RESUMO POR "
                      "CLIENTE INCOMPLETO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBMAN001"              TO WS-LOG-PROGRAMA.
           MOVE "RELATORIO FALHAS"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
           GO  TO  ROT-FALHAS-EXIT.
       ROT-FALHAS-LIMPA.
           DISPLAY "                                   " AT 2003.
           DISPLAY "                                   " AT 2103.
       ROT-FALHAS-EXIT.
           EXIT.

       LISTA-FALHA.
           READ ARQMAI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MAI-EOF
                   GO  TO  LISTA-FALHA-EXIT
           END-READ.
           IF  MAI-MOTIVO EQUAL ZEROS
               OR MAI-DT-RETORNO LESS THAN WS-DT-INI
               OR MAI-DT-RETORNO GREATER THAN WS-DT-FIM
               GO  TO  LISTA-FALHA-EXIT.
           IF  MAI-MOTIVO GREATER THAN WK-QTD-MOT-ENT
               MOVE WK-QTD-MOT-ENT TO MAI-MOTIVO.
           ADD 1 TO WS-QTD-FALHAS.
           ADD MAI-VL-PEDIDO TO WS-VL-FALHAS.
           ADD 1 TO WS-TM-QTD(MAI-MOTIVO).
           ADD MAI-VL-PEDIDO TO WS-TM-VALOR(MAI-MOTIVO).
           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-EXIT.
           MOVE MAI-CLI-COD TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
           END-READ.
           MOVE MAI-NUMERO    TO WS-MAN-ED.
           MOVE MAI-SEQ       TO WS-SEQ-ED.
           MOVE MAI-PEDIDO    TO WS-PED-ED.
           MOVE MAI-VL-PEDIDO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-MAN-ED " " WS-SEQ-ED " " WS-PED-ED
                  " " WS-CLI-ED " " CLI-NOME(1:30)
                  " " WS-VAL-ED " " MAI-MOTIVO "-"
                  WK-MOT-ENT-R(MAI-MOTIVO)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-FALHA-EXIT.
           EXIT.

       ACUMULA-CLIENTE.
           MOVE ZEROS TO WS-IND.
       ACUMULA-CLIENTE-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-CLI
               IF  WS-QTD-CLI LESS THAN 500
                   ADD 1 TO WS-QTD-CLI
                   MOVE MAI-CLI-COD TO WS-TC-CLI(WS-IND)
                   MOVE ZEROS       TO WS-TC-QTD(WS-IND)
                                       WS-TC-VALOR(WS-IND)
                   MOVE "N"         TO WS-TC-IMP(WS-IND)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  ACUMULA-CLIENTE-EXIT
               END-IF
               GO  TO  ACUMULA-CLIENTE-SOMA.
           IF  WS-TC-CLI(WS-IND) NOT EQUAL MAI-CLI-COD
               GO  TO  ACUMULA-CLIENTE-PROCURA.
       ACUMULA-CLIENTE-SOMA.
           ADD 1             TO WS-TC-QTD(WS-IND).
           ADD MAI-VL-PEDIDO TO WS-TC-VALOR(WS-IND).
       ACUMULA-CLIENTE-EXIT.
           EXIT.

       RESUMO-MOTIVO.
           ADD 1 TO WS-IND-MOT.
           IF  WS-TM-QTD(WS-IND-MOT) EQUAL ZEROS
               GO  TO  RESUMO-MOTIVO-EXIT.
           MOVE WS-TM-QTD(WS-IND-MOT)   TO WS-CONT-ED.
           MOVE WS-TM-VALOR(WS-IND-MOT) TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  " WS-IND-MOT "-" WK-MOT-ENT-R(WS-IND-MOT)
                  " FALHAS " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       RESUMO-MOTIVO-EXIT.
           EXIT.

       RESUMO-CLIENTE.
           MOVE ZEROS TO WS-IND WS-IND-MAX WS-MAIOR-QTD.
       RESUMO-CLIENTE-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-CLI
               GO  TO  RESUMO-CLIENTE-IMPRIME.
           IF  WS-TC-IMP(WS-IND) EQUAL "N"
               AND (WS-IND-MAX EQUAL ZEROS
                    OR WS-TC-QTD(WS-IND) GREATER THAN WS-MAIOR-QTD)
               MOVE WS-IND            TO WS-IND-MAX
               MOVE WS-TC-QTD(WS-IND) TO WS-MAIOR-QTD.
           GO  TO  RESUMO-CLIENTE-PROCURA.
       RESUMO-CLIENTE-IMPRIME.
           ADD 1 TO WS-IMPRESSOS.
           IF  WS-IND-MAX EQUAL ZEROS
               GO  TO  RESUMO-CLIENTE-EXIT.
           MOVE "S" TO WS-TC-IMP(WS-IND-MAX).
           MOVE WS-TC-CLI(WS-IND-MAX) TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
           END-READ.
           MOVE WS-TC-QTD(WS-IND-MAX)   TO WS-CONT-ED.
           MOVE WS-TC-VALOR(WS-IND-MAX) TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  " WS-CLI-ED " " CLI-NOME(1:30)
                  " FALHAS " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       RESUMO-CLIENTE-EXIT.
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
           MOVE "HBMAN001 " TO WK-COD-PGM.
           MOVE " ROMANEIOS DE CARGA" TO WK-DESC-PGM.
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
           MOVE "NAO" TO WS-ERRO-BASE.
           IF  WS-MODO-BATCH EQUAL "NAO"
               MOVE "HBMAN001 " TO LK-PGM(2)
               DISPLAY G-TPLANO2.

           MOVE "ARQMAN.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-MAN MAN-ARQ-WK.
           OPEN I-O ARQMAN.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQMAN
              CLOSE ARQMAN
              OPEN I-O ARQMAN
           END-IF
           MOVE " ROMANEIOS"           TO WK-MSG-RT2.
           PERFORM VERIFICA-ABERTURA THRU VERIFICA-ABERTURA-EXIT.

           MOVE "ARQMAI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-MAI MAI-ARQ-WK.
           OPEN I-O ARQMAI.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQMAI
              CLOSE ARQMAI
              OPEN I-O ARQMAI
           END-IF
           MOVE " ROMAN.PED"           TO WK-MSG-RT2.
           PERFORM VERIFICA-ABERTURA THRU VERIFICA-ABERTURA-EXIT.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN I-O ARQPED.
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM VERIFICA-ABERTURA THRU VERIFICA-ABERTURA-EXIT.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO CLI-ARQ-WK.
           OPEN INPUT ARQCLI.
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM VERIFICA-ABERTURA THRU VERIFICA-ABERTURA-EXIT.

           IF  WS-MODO-BATCH EQUAL "NAO"
               MOVE "HBMAN001"              TO WS-LOG-PROGRAMA
               MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

      *    SEM TELA O ERRO DE ABERTURA VOLTA NO RETURN-CODE
       VERIFICA-ABERTURA.
           IF  WS-MODO-BATCH EQUAL "NAO"
               PERFORM 9100-RETCOD
           ELSE
               IF  WK01-RETCOD NOT EQUAL "00"
                   MOVE "SIM" TO WS-ERRO-BASE
               END-IF
           END-IF.
       VERIFICA-ABERTURA-EXIT.
           EXIT.

       FINALIZA.
           IF  WS-MODO-BATCH EQUAL "NAO"
               MOVE "HBMAN001"              TO WS-LOG-PROGRAMA
               MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG
               MOVE " " TO LK-PGM(2).
           CLOSE ARQMAN.
           CLOSE ARQMAI.
           CLOSE ARQPED.
           CLOSE ARQCLI.
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

       JORNAL-PED.
           MOVE "ARQPED"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-PED            TO SR-JRN-CAMINHO.
           MOVE PED-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-PED-EXIT.
           EXIT.

       JORNAL-HIS.
           MOVE "ARQHIS"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-HIS            TO SR-JRN-CAMINHO.
           MOVE HIS-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-HIS-EXIT.
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

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBMAN001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBMAN001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

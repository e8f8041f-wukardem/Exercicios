      * - IMPRIME UMA FOLHA DE ROTA POR CAMINHAO (RELROT.TXT)
      *   COM SEQUENCIA DE PARADAS, ENDERECO DO CLIENTE,
      *   PEDIDOS E VALOR TOTAL POR PARADA
      * - 15/10/2026 - ROTAS CONFIRMADAS VIRAM ROMANEIOS DE
      *   CARGA NUMERADOS (ARQMAN/ARQMAI) COM MOTORISTA, VEICULO
      *   E OS PEDIDOS FATURADOS NA SEQUENCIA DAS PARADAS,
      *   IMPRESSOS PARA O MOTORISTA (RELMAN.TXT); PEDIDO QUE
      *   ESTA EM ROMANEIO SEM RETORNO NAO ENTRA EM NOVA ROTA
      * - 15/10/2026 - LIMITE DE PARADAS SUGERIDO E DIRETORIO
      *   DOS ARQUIVOS DE DADOS LIDOS DOS PARAMETROS DA EMPRESA
      *   (ARQPAR, HBPAR001); SEM PARAMETRO VALEM 10 PARADAS E
      *   C:\HBSIS\DB
      * - 15/10/2026 - PARADA E O CLIENTE MAIS O ENDERECO DE
      *   ENTREGA DO PEDIDO (PED-END-COD, ARQENT); COORDENADAS,
      *   ENDERECO, CONTATO E HORARIO DE RECEBIMENTO VEM DO
      *   ENDERECO DE ENTREGA; CODIGO ZERO USA O DO CLIENTE
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FMAN0001.SEL".
           COPY "C:\Hbsis\ftt\FMAI0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FMAN0001.FD".
           COPY "C:\Hbsis\ftt\FMAI0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "02/09/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ENT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-MAN             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-MAI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-LST-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PARADA-CLI              PIC 9(007)  VALUE ZEROS.
       77  WS-PARADA-END              PIC 9(003)  VALUE ZEROS.
       77  WS-ENT-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-HR-INI-ED               PIC 99B99.
       77  WS-HR-FIM-ED               PIC 99B99.
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-EM-ROMANEIO             PIC XXX     VALUE "NAO".
       77  WS-MAI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PARADA-IMPRESSA         PIC XXX     VALUE "NAO".
       77  WS-ROMANEIO-OK             PIC XXX     VALUE "NAO".
       77  WS-MODO-ROM                PIC X(005)  VALUE SPACES.
       77  WS-QTD-FATURADOS           PIC 9(005)  VALUE ZEROS.
       77  WS-ROMANEIOS               PIC 9(003)  VALUE ZEROS.
       77  WS-MAN-SEQ                 PIC 9(003)  VALUE ZEROS.
       77  WS-IND-MOT                 PIC 9(002)  VALUE ZEROS.
       77  WS-MAN-ED                  PIC Z(009)9.
       77  WS-QTD-ED                  PIC ZZZZ9.
       01  WS-TAB-PARADAS.
           03  WS-PR-ENT              OCCURS 500 TIMES.
               05  WS-PR-CLI          PIC 9(007).
               05  WS-PR-END          PIC 9(003).
               05  WS-PR-LAT          PIC S9(003)V9(006).
               05  WS-PR-LON          PIC S9(003)V9(006).
               05  WS-PR-VALOR        PIC 9(011)V9(002).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\Hbsis\ftt\WMOTENT.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "LER"             TO SR-PAR-FUNCAO.
           MOVE LK-EMP-COD        TO SR-PAR-EMP-COD.
           CALL "HBPAR002" USING SR-PARAM-HBPAR002.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQENT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ENT ENT-ARQ-WK.
           OPEN INPUT ARQENT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQENT
              CLOSE ARQENT
              OPEN INPUT ARQENT
           END-IF
           MOVE " ENTREGA "            TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

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
           PERFORM 9100-RETCOD.

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
           PERFORM 9100-RETCOD.

           MOVE SR-PAR-PARADAS-ROTA TO WS-LIMITE-PARADAS.
           DISPLAY "Limite de paradas por rota:" AT 0903.
           ACCEPT WS-LIMITE-PARADAS AT 0932 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
           PERFORM ROT-ROMANEIOS THRU ROT-ROMANEIOS-EXIT.
       ROT-ROTEIRIZA-EXIT.
           EXIT.

           END-READ.
           IF  NOT PED-SEPARADO AND NOT PED-FATURADO
               GO  TO  CARREGA-UM-PEDIDO-EXIT.
           PERFORM VERIFICA-ROMANEIO THRU VERIFICA-ROMANEIO-EXIT.
           IF  WS-EM-ROMANEIO EQUAL "SIM"
               GO  TO  CARREGA-UM-PEDIDO-EXIT.
           MOVE ZEROS TO WS-IND.
       CARREGA-UM-PEDIDO-PROCURA.
           ADD 1 TO WS-IND.
               IF  WS-QTD-PARADAS LESS THAN 500
                   ADD 1 TO WS-QTD-PARADAS
                   MOVE PED-CLI-COD TO WS-PR-CLI(WS-IND)
                   MOVE PED-END-COD TO WS-PR-END(WS-IND)
                   MOVE PED-CLI-COD TO CLI-COD
                   READ ARQCLI INVALID KEY
                       MOVE ZEROS TO CLI-LATITUDE CLI-LONGITUDE
                   END-READ
                   MOVE CLI-LATITUDE  TO WS-PR-LAT(WS-IND)
                   MOVE CLI-LONGITUDE TO WS-PR-LON(WS-IND)
                   PERFORM COORDENADA-ENTREGA THRU
                           COORDENADA-ENTREGA-EXIT
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  CARREGA-UM-PEDIDO-EXIT
               END-IF
               GO  TO  CARREGA-UM-PEDIDO-SOMA.
           IF  WS-PR-CLI(WS-IND) NOT EQUAL PED-CLI-COD
               OR WS-PR-END(WS-IND) NOT EQUAL PED-END-COD
               GO  TO  CARREGA-UM-PEDIDO-PROCURA.
       CARREGA-UM-PEDIDO-SOMA.
           ADD 1            TO WS-PR-PEDIDOS(WS-IND).
       CARREGA-UM-PEDIDO-EXIT.
           EXIT.

      *    ENDERECO DE ENTREGA SEM COORDENADAS FICA COM AS DO CLIENTE
       COORDENADA-ENTREGA.
           IF  PED-END-COD EQUAL ZEROS
               GO  TO  COORDENADA-ENTREGA-EXIT.
           MOVE PED-CLI-COD TO ENT-CLI-COD.
           MOVE PED-END-COD TO ENT-COD.
           READ ARQENT INVALID KEY
               GO  TO  COORDENADA-ENTREGA-EXIT
           END-READ.
           IF  ENT-LATITUDE EQUAL ZEROS AND ENT-LONGITUDE EQUAL ZEROS
               GO  TO  COORDENADA-ENTREGA-EXIT.
           MOVE ENT-LATITUDE  TO WS-PR-LAT(WS-IND).
           MOVE ENT-LONGITUDE TO WS-PR-LON(WS-IND).
       COORDENADA-ENTREGA-EXIT.
           EXIT.

       MONTA-ROTAS.
           MOVE ZEROS TO WS-ROTA.
           MOVE WS-QTD-PARADAS TO WS-FALTAM.
           EXIT.

       IMPRIME-UMA-PARADA.
           MOVE WS-PR-CLI(WS-IND-PERTO) TO CLI-COD WS-CLI-ED
                                           WS-PARADA-CLI.
           MOVE WS-PR-END(WS-IND-PERTO) TO WS-PARADA-END.
           READ ARQCLI INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
               MOVE SPACES TO CLI-ENDERECO CLI-CIDADE CLI-UF
           END-READ.
           PERFORM ENDERECO-PARADA THRU ENDERECO-PARADA-EXIT.
           MOVE WS-SEQ-PARADA TO WS-SEQ-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PARADA " WS-SEQ-ED
                  " " CLI-UF
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-RECEBIMENTO THRU IMPRIME-RECEBIMENTO-EXIT.
           PERFORM LISTA-PEDIDOS-PARADA THRU
                   LISTA-PEDIDOS-PARADA-EXIT.
           MOVE WS-PR-VALOR(WS-IND-PERTO) TO WS-VAL-ED.
           MOVE "NAO" TO WS-LST-EOF.
           MOVE WS-PR-CLI(WS-IND-PERTO) TO WS-PARADA-CLI
                                           PED-CLI-COD.
           MOVE WS-PR-END(WS-IND-PERTO) TO WS-PARADA-END.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-LST-EOF.
           PERFORM LISTA-UM-PEDIDO THRU LISTA-UM-PEDIDO-EXIT
           IF  PED-CLI-COD NOT EQUAL WS-PARADA-CLI
               MOVE "SIM" TO WS-LST-EOF
               GO  TO  LISTA-UM-PEDIDO-EXIT.
           IF  PED-END-COD NOT EQUAL WS-PARADA-END
               GO  TO  LISTA-UM-PEDIDO-EXIT.
           IF  NOT PED-SEPARADO AND NOT PED-FATURADO
               GO  TO  LISTA-UM-PEDIDO-EXIT.
           PERFORM VERIFICA-ROMANEIO THRU VERIFICA-ROMANEIO-EXIT.
           IF  WS-EM-ROMANEIO EQUAL "SIM"
               GO  TO  LISTA-UM-PEDIDO-EXIT.
           MOVE PED-PEDIDO   TO WS-PED-ED.
           MOVE PED-VL-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
       LISTA-UM-PEDIDO-EXIT.
           EXIT.

      *    PEDIDO EM ROMANEIO SEM RETORNO (OU ENTREGUE AGUARDANDO
      *    BAIXA) NAO ENTRA EM NOVA ROTA
       VERIFICA-ROMANEIO.
           MOVE "NAO" TO WS-EM-ROMANEIO WS-MAI-EOF.
           MOVE PED-PEDIDO TO MAI-PEDIDO.
           START ARQMAI KEY IS EQUAL MAI-PEDIDO INVALID KEY
               MOVE "SIM" TO WS-MAI-EOF.
           PERFORM VERIFICA-ROMANEIO-LE THRU VERIFICA-ROMANEIO-LE-EXIT
                   UNTIL WS-MAI-EOF EQUAL "SIM".
       VERIFICA-ROMANEIO-EXIT.
           EXIT.

       VERIFICA-ROMANEIO-LE.
           READ ARQMAI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MAI-EOF
                   GO  TO  VERIFICA-ROMANEIO-LE-EXIT
           END-READ.
           IF  MAI-PEDIDO NOT EQUAL PED-PEDIDO
               MOVE "SIM" TO WS-MAI-EOF
               GO  TO  VERIFICA-ROMANEIO-LE-EXIT.
           IF  MAI-PRENDE-PEDIDO
               AND MAI-CLI-COD EQUAL PED-CLI-COD
               MOVE "SIM" TO WS-EM-ROMANEIO WS-MAI-EOF.
       VERIFICA-ROMANEIO-LE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ROMANEIOS: UM POR ROTA CONFIRMADA, SO COM OS PEDIDOS   *
      *    JA FATURADOS ("T"); SEPARADOS SEM NOTA FICAM DE FORA   *
      *----------------------------------------------------------*
       ROT-ROMANEIOS.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Confirma rotas e grava romaneios ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-ROMANEIOS-EXIT.
           MOVE ZEROS TO WS-ROMANEIOS.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELMAN"   TO SR-REL-BASE.
           MOVE "HBROT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "ROMANEIOS DE CARGA - DATA " WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-ROTA-ATUAL.
           PERFORM GRAVA-ROMANEIO-ROTA THRU GRAVA-ROMANEIO-ROTA-EXIT
                   UNTIL WS-ROTA-ATUAL NOT LESS THAN WS-ROTA.
           CLOSE ARQREL.
           IF  WS-ROMANEIOS EQUAL ZEROS
               MOVE "Nenhum romaneio foi gravado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-ROMANEIOS-EXIT.
           MOVE "HBROT001"              TO WS-LOG-PROGRAMA.
           MOVE "GEROU ROMANEIOS"       TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Romaneios gravados: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-ROMANEIOS-EXIT.
           EXIT.

       GRAVA-ROMANEIO-ROTA.
           ADD 1 TO WS-ROTA-ATUAL.
           MOVE WS-ROTA-ATUAL TO WS-ROTA-ED.
           MOVE "CONTA" TO WS-MODO-ROM.
           MOVE ZEROS TO WS-QTD-FATURADOS.
           PERFORM PERCORRE-ROTA-ROM THRU PERCORRE-ROTA-ROM-EXIT.
           IF  WS-QTD-FATURADOS EQUAL ZEROS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "ROTA " WS-ROTA-ED
                      " SEM PEDIDO FATURADO - NAO HA ROMANEIO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  GRAVA-ROMANEIO-ROTA-EXIT.
           INITIALIZE MAN-REG.
           PERFORM ENTRAR-MOTORISTA THRU ENTRAR-MOTORISTA-EXIT.
           IF  WS-ROMANEIO-OK EQUAL "NAO"
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "ROTA " WS-ROTA-ED
                      " NAO CONFIRMADA - NAO HA ROMANEIO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  GRAVA-ROMANEIO-ROTA-EXIT.
           MOVE "OBT"      TO SR-SEQ-FUNCAO.
           MOVE "ROMANEIO" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Romaneio da rota nao foi gravado...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVA-ROMANEIO-ROTA-EXIT.
           MOVE SR-SEQ-NUMERO TO MAN-NUMERO WS-MAN-ED.
           MOVE LK-EMP-COD    TO MAN-EMP-COD.
           MOVE WK-DATA-SYS   TO MAN-DATA.
           MOVE WS-ROTA-ATUAL TO MAN-ROTA.
           MOVE LK-USUARIO    TO MAN-USU-CRIACAO.
           MOVE "A"           TO MAN-SITUACAO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "========== ROMANEIO DE CARGA No. " WS-MAN-ED
                  " - ROTA " WS-ROTA-ED " =========="
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DATA " WK-DATA-SYS
                  "  MOTORISTA " MAN-MOTORISTA
                  "  VEICULO " MAN-VEICULO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "GRAVA" TO WS-MODO-ROM.
           MOVE ZEROS TO WS-MAN-SEQ.
           PERFORM PERCORRE-ROTA-ROM THRU PERCORRE-ROTA-ROM-EXIT.
           WRITE MAN-REG INVALID KEY
               MOVE " ROMANEIOS"   TO WK-MSG-RT2
               PERFORM 9100-RETCOD
           END-WRITE.
           ADD 1 TO WS-ROMANEIOS.
           MOVE MAN-QTD-PARADAS TO WS-SEQ-ED.
           MOVE MAN-QTD-PEDIDOS TO WS-QTD-ED.
           MOVE MAN-VL-TOTAL    TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PARADAS: " WS-SEQ-ED
                  "  PEDIDOS: " WS-QTD-ED
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
       GRAVA-ROMANEIO-ROTA-EXIT.
           EXIT.

       ENTRAR-MOTORISTA.
           MOVE "NAO" TO WS-ROMANEIO-OK.
           DISPLAY "Rota" AT 2003.
           DISPLAY WS-ROTA-ED AT 2008.
           DISPLAY "Motorista:" AT 2012.
           ACCEPT MAN-MOTORISTA AT 2023 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ENTRAR-MOTORISTA-LIMPA.
           IF  MAN-MOTORISTA EQUAL SPACES
               MOVE "Informe o motorista da rota..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ENTRAR-MOTORISTA.
           DISPLAY "Veiculo (placa):" AT 2103.
           ACCEPT MAN-VEICULO AT 2120 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ENTRAR-MOTORISTA-LIMPA.
           MOVE "SIM" TO WS-ROMANEIO-OK.
       ENTRAR-MOTORISTA-LIMPA.
           DISPLAY "                                                  "
                   AT 2003.
           DISPLAY "                              " AT 2103.
       ENTRAR-MOTORISTA-EXIT.
           EXIT.

       PERCORRE-ROTA-ROM.
           MOVE ZEROS TO WS-SEQ-PARADA.
       PERCORRE-ROTA-ROM-LOOP.
           ADD 1 TO WS-SEQ-PARADA.
           PERFORM LOCALIZA-PARADA THRU LOCALIZA-PARADA-EXIT.
           IF  WS-IND-PERTO EQUAL ZEROS
               GO  TO  PERCORRE-ROTA-ROM-EXIT.
           PERFORM PERCORRE-PARADA-ROM THRU PERCORRE-PARADA-ROM-EXIT.
           GO  TO  PERCORRE-ROTA-ROM-LOOP.
       PERCORRE-ROTA-ROM-EXIT.
           EXIT.

       PERCORRE-PARADA-ROM.
           MOVE "NAO" TO WS-LST-EOF WS-PARADA-IMPRESSA.
           MOVE WS-PR-CLI(WS-IND-PERTO) TO WS-PARADA-CLI
                                           PED-CLI-COD.
           MOVE WS-PR-END(WS-IND-PERTO) TO WS-PARADA-END.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-LST-EOF.
           PERFORM CARREGA-PEDIDO-ROM THRU CARREGA-PEDIDO-ROM-EXIT
                   UNTIL WS-LST-EOF EQUAL "SIM".
           IF  WS-PARADA-IMPRESSA EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               STRING "   RECEBIDO POR: ______________________________"
                      "  DOC.: _______________"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
       PERCORRE-PARADA-ROM-EXIT.
           EXIT.

       CARREGA-PEDIDO-ROM.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-LST-EOF
                   GO  TO  CARREGA-PEDIDO-ROM-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL WS-PARADA-CLI
               MOVE "SIM" TO WS-LST-EOF
               GO  TO  CARREGA-PEDIDO-ROM-EXIT.
           IF  PED-END-COD NOT EQUAL WS-PARADA-END
               GO  TO  CARREGA-PEDIDO-ROM-EXIT.
           IF  NOT PED-FATURADO
               GO  TO  CARREGA-PEDIDO-ROM-EXIT.
           PERFORM VERIFICA-ROMANEIO THRU VERIFICA-ROMANEIO-EXIT.
           IF  WS-EM-ROMANEIO EQUAL "SIM"
               GO  TO  CARREGA-PEDIDO-ROM-EXIT.
           IF  WS-MODO-ROM EQUAL "CONTA"
               ADD 1 TO WS-QTD-FATURADOS
               GO  TO  CARREGA-PEDIDO-ROM-EXIT.
           IF  WS-PARADA-IMPRESSA EQUAL "NAO"
               PERFORM IMPRIME-PARADA-ROM THRU
                       IMPRIME-PARADA-ROM-EXIT.
           MOVE MAN-NUMERO   TO MAI-NUMERO.
           MOVE WS-MAN-SEQ   TO MAI-SEQ.
           MOVE PED-PEDIDO   TO MAI-PEDIDO.
           MOVE PED-CLI-COD  TO MAI-CLI-COD.
           MOVE PED-VL-TOTAL TO MAI-VL-PEDIDO.
           MOVE "C"          TO MAI-SITUACAO.
           MOVE ZEROS        TO MAI-MOTIVO MAI-DT-RETORNO.
           WRITE MAI-REG INVALID KEY
               MOVE " ROMAN.PED"   TO WK-MSG-RT2
               PERFORM 9100-RETCOD
               GO  TO  CARREGA-PEDIDO-ROM-EXIT
           END-WRITE.
           ADD 1            TO MAN-QTD-PEDIDOS.
           ADD PED-VL-TOTAL TO MAN-VL-TOTAL.
           MOVE PED-PEDIDO   TO WS-PED-ED.
           MOVE PED-VL-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "   PEDIDO " WS-PED-ED
                  " VALOR " WS-VAL-ED
                  "   ( ) ENTREGUE   ( ) NAO ENTREGUE  MOTIVO: __"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       CARREGA-PEDIDO-ROM-EXIT.
           EXIT.

       IMPRIME-PARADA-ROM.
           MOVE "SIM" TO WS-PARADA-IMPRESSA.
           ADD 1 TO WS-MAN-SEQ.
           ADD 1 TO MAN-QTD-PARADAS.
           MOVE WS-PARADA-CLI TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
               MOVE SPACES TO CLI-ENDERECO CLI-CIDADE CLI-UF
                              CLI-FONE
           END-READ.
           PERFORM ENDERECO-PARADA THRU ENDERECO-PARADA-EXIT.
           MOVE WS-MAN-SEQ TO WS-SEQ-ED.
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
           PERFORM IMPRIME-RECEBIMENTO THRU IMPRIME-RECEBIMENTO-EXIT.
       IMPRIME-PARADA-ROM-EXIT.
           EXIT.

      *    PARADA EM ENDERECO DE ENTREGA: TROCA O ENDERECO (E O FONE,
      *    QUANDO INFORMADO) DO CADASTRO PELO DO ARQENT
       ENDERECO-PARADA.
           MOVE "NAO" TO WS-ENT-ACHOU.
           IF  WS-PARADA-END EQUAL ZEROS
               GO  TO  ENDERECO-PARADA-EXIT.
           MOVE WS-PARADA-CLI TO ENT-CLI-COD.
           MOVE WS-PARADA-END TO ENT-COD.
           READ ARQENT INVALID KEY
               GO  TO  ENDERECO-PARADA-EXIT
           END-READ.
           MOVE "SIM"        TO WS-ENT-ACHOU.
           MOVE ENT-ENDERECO TO CLI-ENDERECO.
           MOVE ENT-CIDADE   TO CLI-CIDADE.
           MOVE ENT-UF       TO CLI-UF.
           IF  ENT-FONE NOT EQUAL SPACES
               MOVE ENT-FONE TO CLI-FONE.
       ENDERECO-PARADA-EXIT.
           EXIT.

       IMPRIME-RECEBIMENTO.
           IF  WS-ENT-ACHOU NOT EQUAL "SIM"
               GO  TO  IMPRIME-RECEBIMENTO-EXIT.
           MOVE SPACES TO REL-LINHA.
           STRING "   ENTREGA " ENT-DESCRICAO
                  " CONTATO " ENT-CONTATO(1:25)
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  ENT-HR-INICIO NOT EQUAL ZEROS
               OR ENT-HR-FIM NOT EQUAL ZEROS
               MOVE ENT-HR-INICIO TO WS-HR-INI-ED
               MOVE ENT-HR-FIM    TO WS-HR-FIM-ED
               INSPECT WS-HR-INI-ED REPLACING ALL " " BY ":"
               INSPECT WS-HR-FIM-ED REPLACING ALL " " BY ":"
               STRING " RECEBE " WS-HR-INI-ED " AS " WS-HR-FIM-ED
                      DELIMITED BY SIZE INTO REL-LINHA(66:)
           END-IF.
           WRITE REL-LINHA.
       IMPRIME-RECEBIMENTO-EXIT.
           EXIT.

       IMPRIME-MOTIVO.
           ADD 1 TO WS-IND-MOT.
           MOVE SPACES TO REL-LINHA.
           STRING "   " WS-IND-MOT " - " WK-MOT-ENT-R(WS-IND-MOT)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-MOTIVO-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQCLI.
           CLOSE ARQENT.
           CLOSE ARQPED.
           CLOSE ARQMAN.
           CLOSE ARQMAI.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.
           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

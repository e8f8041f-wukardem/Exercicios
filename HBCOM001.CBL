      *   DESCONTANDO PEDIDOS CANCELADOS APOS O FATURAMENTO
      * - IMPRIME DEMONSTRATIVO POR VENDEDOR DETALHANDO CADA
      *   NOTA/PEDIDO (RELCOM.TXT)
      * - 15/10/2026 - NOTA CANCELADA NAO GERA COMISSAO
      * - 15/10/2026 - NOTAS DE CREDITO DE DEVOLUCAO (ARQNCR)
      *   EMITIDAS NO MES SAO DESCONTADAS DA COMISSAO DO VENDEDOR
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "C:\HBSIS\FTT\FVEN0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FNCR0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
           COPY "C:\HBSIS\FTT\FVEN0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FNCR0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-VEN-NOTAS               PIC 9(005)  VALUE ZEROS.
       77  WS-VEN-VALOR               PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VEN-COMISSAO            PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-VALOR               PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-COMISSAO            PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-LIN-COMISSAO            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-PCT-ED                  PIC Z9,99.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-QTD-ED                  PIC ZZZZ9.
       77  WS-CAMINHO-NCR             PIC X(030)  VALUE SPACES.
       77  WS-NCR-EOF                 PIC XXX     VALUE "NAO".
       77  WS-VEN-CREDITOS            PIC 9(005)  VALUE ZEROS.
       77  WS-VEN-VL-CREDITO          PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-VL-CREDITO          PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-VLS-ED                  PIC -ZZZ.ZZZ.ZZ9,99.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
           DISPLAY G-TPLANO2.

           MOVE WS-CAMINHO TO WS-CAMINHO-SALVO.
           MOVE "ARQVEN.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQVEN.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQVEN
           PERFORM 9100-RETCOD.
           MOVE WS-CAMINHO-SALVO TO WS-CAMINHO.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNOT
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNCR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NCR NCR-ARQ-WK.
           OPEN INPUT ARQNCR.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNCR
              CLOSE ARQNCR
              OPEN INPUT ARQNCR
           END-IF
           MOVE " NOTACRED "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE ZEROS TO WS-ANO-MES.
           DISPLAY "Apurar o mes (AAAAMM):" AT 0903.
           ACCEPT WS-ANO-MES AT 0927 WITH UPDATE AUTO-SKIP.
           EXIT.

       ROT-APURACAO.
           MOVE ZEROS TO WS-TOT-VALOR WS-TOT-COMISSAO
                         WS-TOT-VL-CREDITO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELCOM"   TO SR-REL-BASE.
           MOVE "HBCOM001" TO SR-REL-PROGRAMA.
           STRING "TOTAL GERAL FATURADO..: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-VL-CREDITO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL GERAL DEVOLVIDO.: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-COMISSAO TO WS-VLS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL GERAL COMISSOES.: " WS-VLS-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           IF  VEN-EMP-COD NOT EQUAL ZEROS
               AND VEN-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  APURA-VENDEDOR-EXIT.
           MOVE ZEROS TO WS-VEN-NOTAS WS-VEN-VALOR WS-VEN-COMISSAO
                         WS-VEN-CREDITOS WS-VEN-VL-CREDITO.
           MOVE VEN-COD TO WS-VEN-ED.
           MOVE VEN-PCT-COMISSAO TO WS-PCT-ED.
           MOVE SPACES TO REL-LINHA.
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM APURA-UMA-NOTA THRU APURA-UMA-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-NCR-EOF.
           MOVE ZEROS TO NCR-NUMERO.
           START ARQNCR KEY IS NOT LESS THAN NCR-NUMERO INVALID KEY
               MOVE "SIM" TO WS-NCR-EOF.
           PERFORM APURA-UM-CREDITO THRU APURA-UM-CREDITO-EXIT
                   UNTIL WS-NCR-EOF EQUAL "SIM".
           MOVE WS-VEN-NOTAS TO WS-QTD-ED.
           MOVE WS-VEN-VALOR TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "   NOTAS " WS-QTD-ED
                  " FATURADO " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-VEN-COMISSAO TO WS-VLS-ED.
           STRING " COMISSAO " WS-VLS-ED
                  DELIMITED BY SIZE INTO REL-LINHA(50:).
           WRITE REL-LINHA.
           IF  WS-VEN-CREDITOS GREATER THAN ZEROS
               MOVE WS-VEN-CREDITOS   TO WS-QTD-ED
               MOVE WS-VEN-VL-CREDITO TO WS-VAL-ED
               MOVE SPACES TO REL-LINHA
               STRING "   CREDITOS " WS-QTD-ED
                      " DEVOLVIDO " WS-VAL-ED
                      " (DESCONTADO DA COMISSAO)"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-VEN-VALOR    TO WS-TOT-VALOR.
           IF  NOT-DATA LESS THAN WS-DT-INI
               OR NOT-DATA GREATER THAN WS-DT-FIM
               GO  TO  APURA-UMA-NOTA-EXIT.
           IF  NOT-CANCELADA
               GO  TO  APURA-UMA-NOTA-EXIT.
           MOVE NOT-CLI-COD TO PED-CLI-COD.
           MOVE NOT-PEDIDO  TO PED-PEDIDO.
           READ ARQPED INVALID KEY
       APURA-UMA-NOTA-EXIT.
           EXIT.

       APURA-UM-CREDITO.
           READ ARQNCR NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NCR-EOF
                   GO  TO  APURA-UM-CREDITO-EXIT
           END-READ.
           IF  NCR-VEN-COD NOT EQUAL VEN-COD
               GO  TO  APURA-UM-CREDITO-EXIT.
           IF  NCR-DATA LESS THAN WS-DT-INI
               OR NCR-DATA GREATER THAN WS-DT-FIM
               GO  TO  APURA-UM-CREDITO-EXIT.
           COMPUTE WS-LIN-COMISSAO =
                   NCR-VL-TOTAL * VEN-PCT-COMISSAO / 100.
           MOVE NCR-NUMERO   TO WS-NOT-ED.
           MOVE NCR-PEDIDO   TO WS-PED-ED.
           MOVE NCR-CLI-COD  TO WS-CLI-ED.
           MOVE NCR-VL-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "   N.CRED " WS-NOT-ED
                  " PEDIDO " WS-PED-ED
                  " CLIENTE " WS-CLI-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-LIN-COMISSAO TO WS-VAL-ED.
           STRING " COMIS-" WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA(80:).
           WRITE REL-LINHA.
           ADD 1               TO WS-VEN-CREDITOS.
           ADD NCR-VL-TOTAL    TO WS-VEN-VL-CREDITO.
           ADD NCR-VL-TOTAL    TO WS-TOT-VL-CREDITO.
           SUBTRACT WS-LIN-COMISSAO FROM WS-VEN-COMISSAO.
       APURA-UM-CREDITO-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           CLOSE ARQVEN.
           CLOSE ARQNOT.
           CLOSE ARQPED.
           CLOSE ARQNCR.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.
           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

      *   CONTABILIDADE REJEITAR ARQUIVO TRUNCADO
      * - RODA PELO MENU (PEDE A DATA) OU COMO PASSO DO
      *   ENCERRAMENTO DIARIO HBFIM001 (USA A DATA DO DIA)
      * - 15/10/2026 - NOTA CANCELADA NAO E EXPORTADA; AS JA
      *   EXPORTADAS SAEM NO RELATORIO DE NOTAS CANCELADAS
      *   (HBNOT001)
      * - 15/10/2026 - IMPOSTOS NO FIM DE CADA LINHA: CFOP;NCM;
      *   BASE ICMS;ALIQ ICMS;VL ICMS;ALIQ IPI;VL IPI (VALORES
      *   CONGELADOS NO ITEM DA NOTA PELO FATURAMENTO)
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-EXP-VLU-ED              PIC 9(007),9(002).
       77  WS-EXP-VLT-ED              PIC 9(009),9(002).
       77  WS-EXP-HASH-ED             PIC 9(013),9(002).
       77  WS-EXP-BC-ED               PIC 9(009),9(002).
       77  WS-EXP-ICMS-ED             PIC 9(009),9(002).
       77  WS-EXP-IPI-ED              PIC 9(009),9(002).
       77  WS-EXP-ALIQ-ICMS-ED        PIC 9(002),9(002).
       77  WS-EXP-ALIQ-IPI-ED         PIC 9(002),9(002).
       77  WS-NOTA-ATUAL              PIC 9(010)  VALUE ZEROS.

       COPY "C:\Hbsis\ftt\VLCGCCPF.WK".
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
           IF  WS-EXP-DATA EQUAL ZEROS
               GO  TO  INICIO-EXIT.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNOT
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNTI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NTI NTI-ARQ-WK.
           OPEN INPUT ARQNTI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNTI
           MOVE " NOTASITEN"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
           END-READ.
           IF  NOT-DATA NOT EQUAL WS-EXP-DATA
               GO  TO  EXPORTA-NOTA-EXIT.
           IF  NOT-CANCELADA
               GO  TO  EXPORTA-NOTA-EXIT.
           MOVE NOT-CLI-COD TO PED-CLI-COD.
           MOVE NOT-PEDIDO  TO PED-PEDIDO.
           READ ARQPED INVALID KEY
           MOVE NTI-QUANTIDADE  TO WS-EXP-QTD-ED.
           MOVE NTI-VL-UNITARIO TO WS-EXP-VLU-ED.
           MOVE NTI-VL-TOTAL    TO WS-EXP-VLT-ED.
           MOVE NTI-BC-ICMS     TO WS-EXP-BC-ED.
           MOVE NTI-ALIQ-ICMS   TO WS-EXP-ALIQ-ICMS-ED.
           MOVE NTI-VL-ICMS     TO WS-EXP-ICMS-ED.
           MOVE NTI-ALIQ-IPI    TO WS-EXP-ALIQ-IPI-ED.
           MOVE NTI-VL-IPI      TO WS-EXP-IPI-ED.
           MOVE SPACES TO EXP-LINHA.
           STRING NOT-NUMERO ";"
                  NOT-PEDIDO ";"
                  NTI-PRO-COD ";"
                  WS-EXP-QTD-ED ";"
                  WS-EXP-VLU-ED ";"
                  WS-EXP-VLT-ED ";"
                  NTI-CFOP ";"
                  NTI-NCM ";"
                  WS-EXP-BC-ED ";"
                  WS-EXP-ALIQ-ICMS-ED ";"
                  WS-EXP-ICMS-ED ";"
                  WS-EXP-ALIQ-IPI-ED ";"
                  WS-EXP-IPI-ED
                  DELIMITED BY SIZE INTO EXP-LINHA.
           WRITE EXP-LINHA.
           ADD 1            TO WS-EXP-CONT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

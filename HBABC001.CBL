      * - CLASSIFICACAO POR VALOR DECRESCENTE COM PERCENTUAL
      *   ACUMULADO: CLASSE A ATE 80 PCT, B ATE 95 PCT, C O
      *   RESTANTE (RELABC.TXT)
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN INPUT ARQITE.
           MOVE " ITENS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

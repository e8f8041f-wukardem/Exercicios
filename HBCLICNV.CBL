      *   USUARIO CONECTADO (LK-EMP-COD)
      * - PODE SER EXECUTADO MAIS DE UMA VEZ: REGISTROS JA
      *   ATRIBUIDOS SAO IGNORADOS
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-ATRIBUIDOS-ED           PIC ZZZZ9.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN I-O ARQCLI.
           IF  WK01-RETCOD EQUAL "35"
               MOVE "SIM" TO WS-CLI-EOF

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

      * - GRAVA CHECKPOINT (ARQCKP) AO FIM DE CADA PASSO:
      *   RELANCADO NO MESMO DIA, RETOMA DO ULTIMO PASSO
      *   CONCLUIDO SEM REPETIR OS ANTERIORES
      * - 15/10/2026 - CORTE DO PASSO 20 E DIRETORIO DOS
      *   ARQUIVOS DE DADOS LIDOS DOS PARAMETROS DA EMPRESA
      *   (ARQPAR, HBPAR001); SEM PARAMETRO VALEM 30 DIAS E
      *   C:\HBSIS\DB
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "LER"             TO SR-PAR-FUNCAO.
           MOVE LK-EMP-COD        TO SR-PAR-EMP-COD.
           CALL "HBPAR002" USING SR-PARAM-HBPAR002.
           MOVE SR-PAR-CORTE-DIAS TO WS-CORTE-DIAS.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPED

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

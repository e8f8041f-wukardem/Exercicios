      *   PRO-COD JA CADASTRADOS
      * - GRAVA REJEITADOS COM MOTIVO (ARQPROR.DAT) E IMPRIME
      *   RESUMO DE CONFERENCIA (RELPRI.TXT)
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
       ROT-IMPORTACAO.
           MOVE ZEROS TO WS-IMP-LIDOS WS-IMP-INCLUIDOS
                         WS-IMP-ATUALIZADOS WS-IMP-REJEITADOS.
           MOVE "ARQPROR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-REJ.
           OPEN OUTPUT ARQPROR.
           PERFORM LER-PROI THRU LER-PROI-EXIT
                   UNTIL WS-IMP-EOF EQUAL "SIM".
               MOVE PROI-DESC    TO PRO-DESC
               MOVE PROI-UNIDADE TO PRO-UNIDADE
               MOVE "A"          TO PRO-SITUACAO
               MOVE ZEROS        TO PRO-NCM PRO-ORIGEM
               MOVE SPACES       TO PRO-GRUPO-TRIB
               WRITE PRO-REG INVALID KEY
                   MOVE 99 TO WS-IMP-MOTIVO
                   PERFORM GRAVA-REJEITADO THRU GRAVA-REJEITADO-EXIT
           DISPLAY G-TPLANO2.

           MOVE "NAO" TO WS-IMP-EOF WS-ABRIU.
           MOVE "ARQPROI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-PIM.
           OPEN INPUT ARQPROI.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "Arquivo de importacao nao encontrado..." TO MSG
               GO  TO  ABRE-ARQUIVOS-EXIT
           END-IF.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN I-O ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPRO
           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

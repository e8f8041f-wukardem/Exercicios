       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBJRN002.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - SUB-ROTINA DO JOURNAL DOS ARQUIVOS DE MOVIMENTO
      * - CADA WRITE/REWRITE/DELETE EM ARQPED ARQITE ARQNOT
      *   ARQNTI ARQREC ARQEST ARQHIS ARQDEV E ARQSEQ GERA UMA
      *   LINHA NO ARQJRN COM SEQUENCIA, DATA/HORA, USUARIO,
      *   PROGRAMA, CAMINHO DO ARQUIVO E IMAGEM DO REGISTRO
      * - A SEQUENCIA VEM DO ARQJRC (E NAO DA HBSEQ001: O ARQSEQ
      *   TAMBEM E JORNALIZADO E VOLTA ATRAS NA RESTAURACAO).
      *   O REGISTRO DE CONTROLE FICA BLOQUEADO ATE A LINHA SER
      *   GRAVADA, ENTAO A ORDEM DO ARQUIVO E A DA SEQUENCIA
      *   MESMO COM DOIS TERMINAIS SIMULTANEOS
      * - ARQJRN E ARQJRC FICAM EM C:\HBSIS\DB FORA DO BACKUP;
      *   A REAPLICACAO APOS A RESTAURACAO E FEITA NO HBJRN001
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\HBSIS\FTT\FJRN0001.SEL".
           COPY "C:\HBSIS\FTT\FJRC0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\HBSIS\FTT\FJRN0001.FD".
           COPY "C:\HBSIS\FTT\FJRC0001.FD".
      *
       WORKING-STORAGE SECTION.
       77  WS-CAMINHO-JRN             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-JRC             PIC X(030)  VALUE SPACES.
       01  WK01-DADOS-RC.
           03  WK01-RETCOD            PIC X(002)  VALUE SPACES.
           03  WK01-S1                PIC X(001)  VALUE SPACES.
       01  WK-DATA-HORA.
           03  WK-DATA.
               05  WK-DIA             PIC 9(002).
               05  WK-MES             PIC 9(002).
               05  WK-ANO             PIC 9(002).
           03  WK-HORA                PIC 9(008).
       01  WK-ANO4                    PIC 9(004)  VALUE ZEROS.
       01  WK-DATA-MIL                PIC 9(008)  VALUE ZEROS.

       LINKAGE SECTION.
       COPY "C:\HBSIS\FTT\HBJRN002.WK".
       PROCEDURE DIVISION USING SR-PARAM-HBJRN002.
       0000-CONTROLE SECTION.
       0000-000.
           MOVE ZEROS TO SR-JRN-RETORNO SR-JRN-SEQUENCIA.
           IF  SR-JRN-FUNCAO NOT EQUAL "GRV"
               MOVE 02 TO SR-JRN-RETORNO
               EXIT PROGRAM.
           PERFORM 1000-ABRE THRU 1000-ABRE-EXIT.
           IF  SR88-JRN-ERRO-ARQUIVO
               EXIT PROGRAM.
           PERFORM 2000-NUMERA THRU 2000-NUMERA-EXIT.
           IF  NOT SR88-JRN-ERRO-ARQUIVO
               PERFORM 3000-GRAVA THRU 3000-GRAVA-EXIT.
           CLOSE ARQJRC.
           EXIT PROGRAM.
       0000-EXIT.
           EXIT.

       1000-ABRE.
           MOVE "C:\HBSIS\DB\ARQJRC.DAT" TO WS-CAMINHO-JRC
                                            JRC-ARQ-WK.
           OPEN I-O ARQJRC.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQJRC
               CLOSE ARQJRC
               OPEN I-O ARQJRC
           END-IF.
           IF  WK01-RETCOD NOT EQUAL "00" AND "05" AND "97"
               MOVE 03 TO SR-JRN-RETORNO.
       1000-ABRE-EXIT.
           EXIT.

       2000-NUMERA.
           MOVE "JRN" TO JRC-CHAVE.
           READ ARQJRC WITH LOCK INVALID KEY
               MOVE "JRN" TO JRC-CHAVE
               MOVE 1     TO JRC-ULTIMA
               WRITE JRC-REG INVALID KEY
                   MOVE 03 TO SR-JRN-RETORNO
               END-WRITE
           NOT INVALID KEY
               ADD 1 TO JRC-ULTIMA
               REWRITE JRC-REG INVALID KEY
                   MOVE 03 TO SR-JRN-RETORNO
               END-REWRITE
           END-READ.
           MOVE JRC-ULTIMA TO SR-JRN-SEQUENCIA.
       2000-NUMERA-EXIT.
           EXIT.

      *    O ARQJRN SO E ABERTO COM O ARQJRC BLOQUEADO
       3000-GRAVA.
           MOVE "C:\HBSIS\DB\ARQJRN.DAT" TO WS-CAMINHO-JRN
                                            JRN-ARQ-WK.
           OPEN EXTEND ARQJRN.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQJRN
               CLOSE ARQJRN
               OPEN EXTEND ARQJRN
           END-IF.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE 03 TO SR-JRN-RETORNO
               GO  TO  3000-GRAVA-EXIT.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           IF  WK-DIA LESS THAN 50
               COMPUTE WK-ANO4 = 2000 + WK-DIA
           ELSE
               COMPUTE WK-ANO4 = 1900 + WK-DIA.
           COMPUTE WK-DATA-MIL = WK-ANO4 * 10000
                               + WK-MES * 100
                               + WK-ANO.
           MOVE SR-JRN-SEQUENCIA TO JRN-SEQUENCIA.
           MOVE WK-DATA-MIL      TO JRN-DATA.
           MOVE WK-HORA(1:6)     TO JRN-HORA.
           MOVE SR-JRN-EMP-COD   TO JRN-EMP-COD.
           MOVE SR-JRN-USUARIO   TO JRN-USUARIO.
           MOVE SR-JRN-PROGRAMA  TO JRN-PROGRAMA.
           MOVE SR-JRN-ARQUIVO   TO JRN-ARQUIVO.
           MOVE SR-JRN-OPERACAO  TO JRN-OPERACAO.
           MOVE SR-JRN-CAMINHO   TO JRN-CAMINHO.
           MOVE SR-JRN-REGISTRO  TO JRN-IMAGEM.
           WRITE JRN-REG.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE 03 TO SR-JRN-RETORNO.
           CLOSE ARQJRN.
       3000-GRAVA-EXIT.
           EXIT.

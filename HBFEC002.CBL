       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBFEC002.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - SUB-ROTINA DE CONSULTA DE PERIODO FECHADO
      * - DEVOLVE 01 QUANDO O MES (AAAAMM) DA DATA INFORMADA
      *   ESTA FECHADO PARA A EMPRESA NO ARQFEC (HBFEC001);
      *   SEM ARQUIVO OU SEM REGISTRO O MES ESTA ABERTO
      * - USADA POR TODO PROGRAMA QUE GRAVA LANCAMENTO DATADO
      *   (PEDIDO, COTACAO, FATURAMENTO, BAIXA, DEVOLUCAO)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FFEC0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FFEC0001.FD".
      *
       WORKING-STORAGE SECTION.
       77  WS-CAMINHO-FEC             PIC X(030)  VALUE SPACES.
       01  WK01-DADOS-RC.
           03  WK01-RETCOD            PIC X(002)  VALUE SPACES.
           03  WK01-S1                PIC X(001)  VALUE SPACES.

       LINKAGE SECTION.
       COPY "C:\HBSIS\FTT\HBFEC002.WK".
       PROCEDURE DIVISION USING SR-PARAM-HBFEC002.
       0000-CONTROLE SECTION.
       0000-000.
           MOVE ZEROS TO SR-FEC-RETORNO.
           IF  SR-FEC-FUNCAO NOT EQUAL "VER"
               MOVE 02 TO SR-FEC-RETORNO
               EXIT PROGRAM.
           MOVE "C:\HBSIS\DB\ARQFEC.DAT" TO WS-CAMINHO-FEC
                                            FEC-ARQ-WK.
           OPEN INPUT ARQFEC.
           IF  WK01-RETCOD EQUAL "35"
               EXIT PROGRAM.
           IF  WK01-RETCOD NOT EQUAL "00" AND "05" AND "97"
               MOVE 03 TO SR-FEC-RETORNO
               EXIT PROGRAM.
           PERFORM 1000-VERIFICA THRU 1000-VERIFICA-EXIT.
           CLOSE ARQFEC.
           EXIT PROGRAM.
       0000-EXIT.
           EXIT.

       1000-VERIFICA.
           MOVE SR-FEC-EMP-COD     TO FEC-EMP-COD.
           MOVE SR-FEC-DATA(1:6)   TO FEC-ANOMES.
           READ ARQFEC INVALID KEY
               GO  TO  1000-VERIFICA-EXIT
           END-READ.
           IF  FEC-FECHADO
               MOVE 01 TO SR-FEC-RETORNO.
       1000-VERIFICA-EXIT.
           EXIT.

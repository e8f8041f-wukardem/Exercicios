       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBPER002.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - SUB-ROTINA DE CONSULTA DE PERMISSAO POR FUNCAO
      * - DEVOLVE 01 QUANDO A OPERACAO DO PROGRAMA ESTA BLOQUEADA
      *   PARA O USUARIO NO ARQPER (HBPER001). ORDEM DE BUSCA:
      *   USUARIO + OPERACAO, USUARIO + "***", PERFIL
      *   (USU-LIBERACAO) + OPERACAO, PERFIL + "***"; O PRIMEIRO
      *   REGISTRO ENCONTRADO DECIDE
      * - SEM ARQUIVO OU SEM REGISTRO A OPERACAO ESTA LIBERADA;
      *   O NIVEL 99 (ADMINISTRADOR) NUNCA E BLOQUEADO
      * - CHAMADA NO VERIF-OPCAO DE CADA PROGRAMA, QUE GRAVA A
      *   RECUSA NO ARQLOG
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FPER0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPER0001.FD".
      *
       WORKING-STORAGE SECTION.
       77  WS-CAMINHO-PER             PIC X(030)  VALUE SPACES.
       77  WS-ACHOU                   PIC XXX     VALUE SPACES.
       77  WS-BUSCA-TIPO              PIC X(001)  VALUE SPACES.
       77  WS-BUSCA-IDENT             PIC X(008)  VALUE SPACES.
       77  WS-BUSCA-OPERACAO          PIC X(003)  VALUE SPACES.
       01  WK01-DADOS-RC.
           03  WK01-RETCOD            PIC X(002)  VALUE SPACES.
           03  WK01-S1                PIC X(001)  VALUE SPACES.

       LINKAGE SECTION.
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       PROCEDURE DIVISION USING SR-PARAM-HBPER002.
       0000-CONTROLE SECTION.
       0000-000.
           MOVE ZEROS TO SR-PER-RETORNO.
           IF  SR-PER-FUNCAO NOT EQUAL "VER"
               MOVE 02 TO SR-PER-RETORNO
               EXIT PROGRAM.
           IF  SR-PER-LIBERACAO EQUAL "99"
               EXIT PROGRAM.
           MOVE "C:\HBSIS\DB\ARQPER.DAT" TO WS-CAMINHO-PER
                                            PER-ARQ-WK.
           OPEN INPUT ARQPER.
           IF  WK01-RETCOD EQUAL "35"
               EXIT PROGRAM.
           IF  WK01-RETCOD NOT EQUAL "00" AND "05" AND "97"
               MOVE 03 TO SR-PER-RETORNO
               EXIT PROGRAM.
           PERFORM 1000-VERIFICA THRU 1000-VERIFICA-EXIT.
           CLOSE ARQPER.
           EXIT PROGRAM.
       0000-EXIT.
           EXIT.

       1000-VERIFICA.
           MOVE "U"                TO WS-BUSCA-TIPO.
           MOVE SR-PER-USUARIO     TO WS-BUSCA-IDENT.
           MOVE SR-PER-OPERACAO    TO WS-BUSCA-OPERACAO.
           PERFORM 1100-LE-REGRA THRU 1100-LE-REGRA-EXIT.
           IF  WS-ACHOU EQUAL "SIM"
               GO  TO  1000-VERIFICA-EXIT.
           MOVE "***"              TO WS-BUSCA-OPERACAO.
           PERFORM 1100-LE-REGRA THRU 1100-LE-REGRA-EXIT.
           IF  WS-ACHOU EQUAL "SIM"
               GO  TO  1000-VERIFICA-EXIT.
           MOVE "P"                TO WS-BUSCA-TIPO.
           MOVE SR-PER-LIBERACAO   TO WS-BUSCA-IDENT.
           MOVE SR-PER-OPERACAO    TO WS-BUSCA-OPERACAO.
           PERFORM 1100-LE-REGRA THRU 1100-LE-REGRA-EXIT.
           IF  WS-ACHOU EQUAL "SIM"
               GO  TO  1000-VERIFICA-EXIT.
           MOVE "***"              TO WS-BUSCA-OPERACAO.
           PERFORM 1100-LE-REGRA THRU 1100-LE-REGRA-EXIT.
       1000-VERIFICA-EXIT.
           EXIT.

       1100-LE-REGRA.
           MOVE "NAO" TO WS-ACHOU.
           MOVE SR-PER-EMP-COD     TO PER-EMP-COD.
           MOVE WS-BUSCA-TIPO      TO PER-TIPO.
           MOVE WS-BUSCA-IDENT     TO PER-IDENT.
           MOVE SR-PER-PROGRAMA    TO PER-PROGRAMA.
           MOVE WS-BUSCA-OPERACAO  TO PER-OPERACAO.
           READ ARQPER INVALID KEY
               GO  TO  1100-LE-REGRA-EXIT
           END-READ.
           MOVE "SIM" TO WS-ACHOU.
           IF  PER-BLOQUEADO
               MOVE 01 TO SR-PER-RETORNO.
       1100-LE-REGRA-EXIT.
           EXIT.

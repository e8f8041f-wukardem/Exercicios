       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBPAR002.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - SUB-ROTINA DE LEITURA DOS PARAMETROS OPERACIONAIS DA
      *   EMPRESA NO ARQPAR (MANUTENCAO NA HBPAR001)
      * - PARAMETRO AUSENTE (ZERADO OU EM BRANCO), EMPRESA SEM
      *   REGISTRO OU ARQPAR INEXISTENTE DEVOLVEM O PADRAO:
      *   CORTE DO FECHAMENTO 30 DIAS, 10 PARADAS POR ROTA,
      *   INTERVALO DE PARCELAS 30 DIAS E DIRETORIO C:\HBSIS\DB\
      * - 15/10/2026 - CONVENIO DE COBRANCA DA EMPRESA (BANCO,
      *   AGENCIA, CONTA E CARTEIRA) PARA A REMESSA DA HBCOB001;
      *   PADRAO BANCO 001 E CARTEIRA 017, AGENCIA E CONTA ZERADAS
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FPAR0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPAR0001.FD".
      *
       WORKING-STORAGE SECTION.
       77  WS-CAMINHO-PAR             PIC X(030)  VALUE SPACES.
       01  WK01-DADOS-RC.
           03  WK01-RETCOD            PIC X(002)  VALUE SPACES.
           03  WK01-S1                PIC X(001)  VALUE SPACES.

       LINKAGE SECTION.
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       PROCEDURE DIVISION USING SR-PARAM-HBPAR002.
       0000-CONTROLE SECTION.
       0000-000.
           MOVE ZEROS TO SR-PAR-RETORNO.
           IF  SR-PAR-FUNCAO NOT EQUAL "LER"
               MOVE 02 TO SR-PAR-RETORNO
               EXIT PROGRAM.
           MOVE 030                TO SR-PAR-CORTE-DIAS.
           MOVE 010                TO SR-PAR-PARADAS-ROTA.
           MOVE 030                TO SR-PAR-INTERVALO-DIAS.
           MOVE "C:\HBSIS\DB\"     TO SR-PAR-DIR-DADOS.
           MOVE 001                TO SR-PAR-COB-BANCO.
           MOVE ZEROS              TO SR-PAR-COB-AGENCIA
                                      SR-PAR-COB-CONTA.
           MOVE 017                TO SR-PAR-COB-CARTEIRA.
           MOVE "C:\HBSIS\DB\ARQPAR.DAT" TO WS-CAMINHO-PAR
                                            PAR-ARQ-WK.
           OPEN INPUT ARQPAR.
           IF  WK01-RETCOD EQUAL "35"
               MOVE 01 TO SR-PAR-RETORNO
               EXIT PROGRAM.
           IF  WK01-RETCOD NOT EQUAL "00" AND "05" AND "97"
               MOVE 03 TO SR-PAR-RETORNO
               EXIT PROGRAM.
           PERFORM 1000-LE-PARAMETROS THRU 1000-LE-PARAMETROS-EXIT.
           CLOSE ARQPAR.
           EXIT PROGRAM.
       0000-EXIT.
           EXIT.

       1000-LE-PARAMETROS.
           MOVE SR-PAR-EMP-COD     TO PAR-EMP-COD.
           READ ARQPAR INVALID KEY
               MOVE 01 TO SR-PAR-RETORNO
               GO  TO  1000-LE-PARAMETROS-EXIT
           END-READ.
           IF  PAR-CORTE-DIAS NOT EQUAL ZEROS
               MOVE PAR-CORTE-DIAS     TO SR-PAR-CORTE-DIAS.
           IF  PAR-PARADAS-ROTA NOT EQUAL ZEROS
               MOVE PAR-PARADAS-ROTA   TO SR-PAR-PARADAS-ROTA.
           IF  PAR-INTERVALO-DIAS NOT EQUAL ZEROS
               MOVE PAR-INTERVALO-DIAS TO SR-PAR-INTERVALO-DIAS.
           IF  PAR-DIR-DADOS NOT EQUAL SPACES
               MOVE PAR-DIR-DADOS      TO SR-PAR-DIR-DADOS.
           IF  PAR-COB-BANCO NOT EQUAL ZEROS
               MOVE PAR-COB-BANCO      TO SR-PAR-COB-BANCO.
           MOVE PAR-COB-AGENCIA        TO SR-PAR-COB-AGENCIA.
           MOVE PAR-COB-CONTA          TO SR-PAR-COB-CONTA.
           IF  PAR-COB-CARTEIRA NOT EQUAL ZEROS
               MOVE PAR-COB-CARTEIRA   TO SR-PAR-COB-CARTEIRA.
       1000-LE-PARAMETROS-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBINA001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - CLIENTES INATIVOS PARA REATIVACAO (RELINA.TXT): POR
      *   VENDEDOR DO CLIENTE (CLI-VEN-COD), OS CLIENTES ATIVOS
      *   DA EMPRESA SEM PEDIDO NOS ULTIMOS N DIAS
      * - PARA CADA UM: ULTIMO PEDIDO, PEDIDOS E VALOR MEDIO NOS
      *   ULTIMOS 12 MESES (CANCELADOS FORA), INTERVALO MEDIO
      *   ENTRE PEDIDOS, CICLOS PERDIDOS (DIAS SEM PEDIDO /
      *   INTERVALO) E VALOR PERDIDO (CICLOS X VALOR MEDIO)
      * - DENTRO DO VENDEDOR, DO MAIOR PARA O MENOR VALOR PERDIDO
      * - EXPORTACAO OPCIONAL EM C:\HBSIS\DB\INACLI.TXT (FINA0001)
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\HBSIS\FTT\FVEN0001.SEL".
           COPY "C:\Hbsis\ftt\FINA0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\HBSIS\FTT\FVEN0001.FD".
           COPY "C:\Hbsis\ftt\FINA0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-INA             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  CLI-ARQ-WK                 PIC X(080)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-DIAS-SEM                PIC 9(004)  VALUE 60.
       77  WS-VEN-FILTRO              PIC 9(007)  VALUE ZEROS.
       77  WS-EXPORTA                 PIC X(001)  VALUE "N".
       77  WS-DT-CORTE                PIC 9(008)  VALUE ZEROS.
       77  WS-DT-12M                  PIC 9(008)  VALUE ZEROS.
       77  WS-CLI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PED-EOF                 PIC XXX     VALUE "NAO".
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-IND                     PIC 9(004)  VALUE ZEROS.
       77  WS-IND-MAX                 PIC 9(004)  VALUE ZEROS.
       77  WS-QTD-TAB                 PIC 9(004)  VALUE ZEROS.
       77  WS-IMPRESSOS               PIC 9(004)  VALUE ZEROS.
       77  WS-MAIOR-PERDA             PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-MENOR-VEN               PIC 9(007)  VALUE ZEROS.
       77  WS-VEN-ATUAL               PIC 9(007)  VALUE ZEROS.
       77  WS-ULT-DATA                PIC 9(008)  VALUE ZEROS.
       77  WS-PRI-12M                 PIC 9(008)  VALUE ZEROS.
       77  WS-ULT-12M                 PIC 9(008)  VALUE ZEROS.
       77  WS-QTD-12M                 PIC 9(005)  VALUE ZEROS.
       77  WS-VAL-12M                 PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-DIAS-PARADO             PIC 9(005)  VALUE ZEROS.
       77  WS-MEDIA                   PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-INTERVALO               PIC 9(005)  VALUE ZEROS.
       77  WS-CICLOS                  PIC 9(003)V9(001) VALUE ZEROS.
       77  WS-PERDIDO                 PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-VEN-CLIENTES            PIC 9(005)  VALUE ZEROS.
       77  WS-VEN-PERDIDO             PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-CLIENTES            PIC 9(005)  VALUE ZEROS.
       77  WS-TOT-PERDIDO             PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-EXP-CONT                PIC 9(007)  VALUE ZEROS.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-DIAS-ED                 PIC ZZZZ9.
       77  WS-QTD-ED                  PIC ZZZZ9.
       77  WS-INT-ED                  PIC ZZZZ9.
       77  WS-CIC-ED                  PIC ZZ9,9.
       77  WS-MEDIA-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PERD-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DATA-ED                 PIC 9(008).
       77  WS-EXP-MEDIA-ED            PIC 9(011),9(002).
       77  WS-EXP-PERD-ED             PIC 9(013),9(002).
       77  WS-EXP-CIC-ED              PIC 9(003),9(001).
       01  WS-TAB-INATIVOS.
           03  WS-TI-ENT              OCCURS 2000 TIMES.
               05  WS-TI-VEN          PIC 9(007).
               05  WS-TI-CLI          PIC 9(007).
               05  WS-TI-ULT-DATA     PIC 9(008).
               05  WS-TI-DIAS         PIC 9(005).
               05  WS-TI-QTD          PIC 9(005).
               05  WS-TI-MEDIA        PIC 9(011)V9(002).
               05  WS-TI-INTERVALO    PIC 9(005).
               05  WS-TI-CICLOS       PIC 9(003)V9(001).
               05  WS-TI-PERDIDO      PIC 9(013)V9(002).
               05  WS-TI-IMP          PIC X(001).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM INICIO THRU INICIO-EXIT
           IF  WS-DIAS-SEM NOT EQUAL ZEROS
               PERFORM ROT-INATIVOS THRU ROT-INATIVOS-EXIT
           END-IF
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       INICIO.
           MOVE "HBINA001 " TO LK-PGM(2).
           MOVE "HBINA001 " TO WK-COD-PGM.
           MOVE " CLIENTES INATIVOS" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO CLI-ARQ-WK.
           OPEN INPUT ARQCLI.
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQVEN.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQVEN.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQVEN
              CLOSE ARQVEN
              OPEN INPUT ARQVEN
           END-IF.

           MOVE 60 TO WS-DIAS-SEM.
           DISPLAY "Dias sem pedido..........:" AT 0903.
           ACCEPT WS-DIAS-SEM AT 0930 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DIAS-SEM
               GO  TO  INICIO-LOG.
           IF  WS-DIAS-SEM EQUAL ZEROS
               GO  TO  INICIO-LOG.
           MOVE ZEROS TO WS-VEN-FILTRO.
           DISPLAY "Vendedor (0=todos).......:" AT 1003.
           ACCEPT WS-VEN-FILTRO AT 1030 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DIAS-SEM
               GO  TO  INICIO-LOG.
           MOVE "N" TO WS-EXPORTA.
           DISPLAY "Gerar arquivo (S/N)......:" AT 1103.
           ACCEPT WS-EXPORTA AT 1130 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DIAS-SEM
               GO  TO  INICIO-LOG.
           IF  WS-EXPORTA EQUAL "s"
               MOVE "S" TO WS-EXPORTA.
       INICIO-LOG.
           MOVE "HBINA001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       INICIO-EXIT.
           EXIT.

       ROT-INATIVOS.
           INITIALIZE WS-TAB-INATIVOS.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE ZEROS TO WS-QTD-TAB WS-TOT-CLIENTES WS-TOT-PERDIDO
                         WS-EXP-CONT.
           COMPUTE SR-DAT-DIAS = ZEROS - WS-DIAS-SEM.
           MOVE "SOM"       TO SR-DAT-FUNCAO.
           MOVE WK-DATA-SYS TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           MOVE SR-DAT-DATA2 TO WS-DT-CORTE.
           MOVE "SOM"       TO SR-DAT-FUNCAO.
           MOVE WK-DATA-SYS TO SR-DAT-DATA1.
           MOVE -365        TO SR-DAT-DIAS.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           MOVE SR-DAT-DATA2 TO WS-DT-12M.
           DISPLAY "Aguarde, lendo clientes e pedidos...    " AT 2103.
           MOVE "NAO" TO WS-CLI-EOF.
           MOVE ZEROS TO CLI-COD.
           START ARQCLI KEY IS NOT LESS THAN CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CLI-EOF.
           PERFORM TRATA-CLIENTE THRU TRATA-CLIENTE-EXIT
                   UNTIL WS-CLI-EOF EQUAL "SIM".
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELINA"   TO SR-REL-BASE.
           MOVE "HBINA001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           IF  WS-EXPORTA EQUAL "S"
               MOVE "C:\HBSIS\DB\INACLI.TXT" TO WS-CAMINHO-INA
                                                INA-ARQ-WK
               OPEN OUTPUT ARQINA.
           MOVE WS-DIAS-SEM TO WS-DIAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTES ATIVOS SEM PEDIDO HA MAIS DE " WS-DIAS-ED
                  " DIAS (ULTIMO PEDIDO ANTES DE " WS-DT-CORTE
                  ") - " LK-EMP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS E VALOR MEDIO DESDE " WS-DT-12M
                  " (12 MESES), CANCELADOS FORA; VALOR PERDIDO ="
                  " CICLOS PERDIDOS X VALOR MEDIO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IMPRESSOS.
           PERFORM IMPRIME-VENDEDOR THRU IMPRIME-VENDEDOR-EXIT
                   UNTIL WS-IMPRESSOS NOT LESS THAN WS-QTD-TAB.
           MOVE WS-TOT-CLIENTES TO WS-QTD-ED.
           MOVE WS-TOT-PERDIDO  TO WS-PERD-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL GERAL: " WS-QTD-ED " CLIENTES INATIVOS"
                  " - VALOR PERDIDO " WS-PERD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "*** LISTA INCOMPLETA: TABELA ESTOUROU ***"
                                   TO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
           IF  WS-EXPORTA EQUAL "S"
               MOVE SPACES TO INA-LINHA
               STRING "T;" WS-EXP-CONT
                      DELIMITED BY SIZE INTO INA-LINHA
               WRITE INA-LINHA
               CLOSE ARQINA.
           DISPLAY "                                        " AT 2103.
           MOVE "HBINA001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "CLI.INATIVOS " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           IF  WS-EXPORTA EQUAL "S"
               MOVE "Exportacao gravada em INACLI.TXT...    " TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-INATIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  CLIENTE ATIVO SEM PEDIDO DESDE O CORTE VAI PARA A TABELA *
      *----------------------------------------------------------*
       TRATA-CLIENTE.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CLI-EOF
                   GO  TO  TRATA-CLIENTE-EXIT
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  TRATA-CLIENTE-EXIT.
           IF  NOT CLI-ATIVO
               GO  TO  TRATA-CLIENTE-EXIT.
           IF  WS-VEN-FILTRO NOT EQUAL ZEROS
               AND CLI-VEN-COD NOT EQUAL WS-VEN-FILTRO
               GO  TO  TRATA-CLIENTE-EXIT.
           MOVE ZEROS TO WS-ULT-DATA WS-PRI-12M WS-ULT-12M
                         WS-QTD-12M WS-VAL-12M.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE CLI-COD TO PED-CLI-COD.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM TRATA-PEDIDO THRU TRATA-PEDIDO-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
           IF  WS-ULT-DATA NOT LESS THAN WS-DT-CORTE
               GO  TO  TRATA-CLIENTE-EXIT.
           PERFORM CALCULA-PERDA THRU CALCULA-PERDA-EXIT.
           IF  WS-QTD-TAB NOT LESS THAN 2000
               MOVE "SIM" TO WS-TAB-ESTOUROU
               GO  TO  TRATA-CLIENTE-EXIT.
           ADD 1 TO WS-QTD-TAB.
           MOVE CLI-VEN-COD    TO WS-TI-VEN(WS-QTD-TAB).
           MOVE CLI-COD        TO WS-TI-CLI(WS-QTD-TAB).
           MOVE WS-ULT-DATA    TO WS-TI-ULT-DATA(WS-QTD-TAB).
           MOVE WS-DIAS-PARADO TO WS-TI-DIAS(WS-QTD-TAB).
           MOVE WS-QTD-12M     TO WS-TI-QTD(WS-QTD-TAB).
           MOVE WS-MEDIA       TO WS-TI-MEDIA(WS-QTD-TAB).
           MOVE WS-INTERVALO   TO WS-TI-INTERVALO(WS-QTD-TAB).
           MOVE WS-CICLOS      TO WS-TI-CICLOS(WS-QTD-TAB).
           MOVE WS-PERDIDO     TO WS-TI-PERDIDO(WS-QTD-TAB).
       TRATA-CLIENTE-EXIT.
           EXIT.

       TRATA-PEDIDO.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  TRATA-PEDIDO-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-PED-EOF
               GO  TO  TRATA-PEDIDO-EXIT.
           IF  PED-CANCELADO
               GO  TO  TRATA-PEDIDO-EXIT.
           IF  PED-DATA GREATER THAN WS-ULT-DATA
               MOVE PED-DATA TO WS-ULT-DATA.
           IF  PED-DATA LESS THAN WS-DT-12M
               GO  TO  TRATA-PEDIDO-EXIT.
           ADD 1            TO WS-QTD-12M.
           ADD PED-VL-TOTAL TO WS-VAL-12M.
           IF  WS-PRI-12M EQUAL ZEROS
               OR PED-DATA LESS THAN WS-PRI-12M
               MOVE PED-DATA TO WS-PRI-12M.
           IF  PED-DATA GREATER THAN WS-ULT-12M
               MOVE PED-DATA TO WS-ULT-12M.
       TRATA-PEDIDO-EXIT.
           EXIT.

      *    SEM PEDIDO NOS 12 MESES NAO HA FREQUENCIA: PERDA ZERO;
      *    UM PEDIDO SO: INTERVALO DE UM ANO
       CALCULA-PERDA.
           MOVE ZEROS TO WS-DIAS-PARADO WS-MEDIA WS-INTERVALO
                         WS-CICLOS WS-PERDIDO.
           IF  WS-ULT-DATA EQUAL ZEROS
               GO  TO  CALCULA-PERDA-EXIT.
           MOVE "DIF"       TO SR-DAT-FUNCAO.
           MOVE WS-ULT-DATA TO SR-DAT-DATA1.
           MOVE WK-DATA-SYS TO SR-DAT-DATA2.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  SR88-DAT-OK AND SR-DAT-DIAS GREATER THAN ZEROS
               MOVE SR-DAT-DIAS TO WS-DIAS-PARADO.
           IF  WS-QTD-12M EQUAL ZEROS
               GO  TO  CALCULA-PERDA-EXIT.
           COMPUTE WS-MEDIA ROUNDED = WS-VAL-12M / WS-QTD-12M.
           MOVE 365 TO WS-INTERVALO.
           IF  WS-QTD-12M GREATER THAN 1
               MOVE "DIF"      TO SR-DAT-FUNCAO
               MOVE WS-PRI-12M TO SR-DAT-DATA1
               MOVE WS-ULT-12M TO SR-DAT-DATA2
               CALL "HBDATA01" USING SR-PARAM-HBDATA01
               IF  SR88-DAT-OK
                   COMPUTE WS-INTERVALO ROUNDED =
                           SR-DAT-DIAS / (WS-QTD-12M - 1)
               END-IF
           END-IF.
           IF  WS-INTERVALO LESS THAN 1
               MOVE 1 TO WS-INTERVALO.
           COMPUTE WS-CICLOS ROUNDED = WS-DIAS-PARADO / WS-INTERVALO
               ON SIZE ERROR
                   MOVE 999,9 TO WS-CICLOS
           END-COMPUTE.
           COMPUTE WS-PERDIDO ROUNDED = WS-MEDIA * WS-CICLOS.
       CALCULA-PERDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  UM VENDEDOR POR VEZ (MENOR CODIGO AINDA NAO IMPRESSO);   *
      *  DENTRO DELE, DO MAIOR PARA O MENOR VALOR PERDIDO         *
      *----------------------------------------------------------*
       IMPRIME-VENDEDOR.
           MOVE ZEROS TO WS-IND-MAX WS-IND.
       IMPRIME-VENDEDOR-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-TAB
               GO  TO  IMPRIME-VENDEDOR-CABEC.
           IF  WS-TI-IMP(WS-IND) NOT EQUAL "S"
               AND (WS-IND-MAX EQUAL ZEROS
                    OR WS-TI-VEN(WS-IND) LESS THAN WS-MENOR-VEN)
               MOVE WS-TI-VEN(WS-IND) TO WS-MENOR-VEN
               MOVE WS-IND            TO WS-IND-MAX.
           GO  TO  IMPRIME-VENDEDOR-PROCURA.
       IMPRIME-VENDEDOR-CABEC.
           IF  WS-IND-MAX EQUAL ZEROS
               MOVE WS-QTD-TAB TO WS-IMPRESSOS
               GO  TO  IMPRIME-VENDEDOR-EXIT.
           MOVE WS-MENOR-VEN TO WS-VEN-ATUAL VEN-COD WS-VEN-ED.
           READ ARQVEN INVALID KEY
               MOVE "SEM VENDEDOR" TO VEN-NOME
           END-READ.
           MOVE ZEROS TO WS-VEN-CLIENTES WS-VEN-PERDIDO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "VENDEDOR " WS-VEN-ED " " VEN-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTE NOME                      FONE           "
                  " ULT.PED.  DIAS PEDS       VALOR MEDIO INTERV"
                  " CICLOS     VALOR PERDIDO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-VENDEDOR-LOOP.
           MOVE ZEROS TO WS-MAIOR-PERDA WS-IND-MAX WS-IND.
       IMPRIME-VENDEDOR-MAIOR.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-TAB
               GO  TO  IMPRIME-VENDEDOR-GRAVA.
           IF  WS-TI-IMP(WS-IND) NOT EQUAL "S"
               AND WS-TI-VEN(WS-IND) EQUAL WS-VEN-ATUAL
               AND (WS-IND-MAX EQUAL ZEROS
                    OR WS-TI-PERDIDO(WS-IND) GREATER THAN
                       WS-MAIOR-PERDA)
               MOVE WS-TI-PERDIDO(WS-IND) TO WS-MAIOR-PERDA
               MOVE WS-IND                TO WS-IND-MAX.
           GO  TO  IMPRIME-VENDEDOR-MAIOR.
       IMPRIME-VENDEDOR-GRAVA.
           IF  WS-IND-MAX EQUAL ZEROS
               GO  TO  IMPRIME-VENDEDOR-TOTAL.
           MOVE "S" TO WS-TI-IMP(WS-IND-MAX).
           ADD 1 TO WS-IMPRESSOS.
           PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-EXIT.
           GO  TO  IMPRIME-VENDEDOR-LOOP.
       IMPRIME-VENDEDOR-TOTAL.
           MOVE WS-VEN-CLIENTES TO WS-QTD-ED.
           MOVE WS-VEN-PERDIDO  TO WS-PERD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DO VENDEDOR: " WS-QTD-ED " CLIENTES"
                  " - VALOR PERDIDO " WS-PERD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-VENDEDOR-EXIT.
           EXIT.

       IMPRIME-CLIENTE.
           MOVE WS-TI-CLI(WS-IND-MAX) TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE SPACES TO CLI-NOME CLI-FONE CLI-CIDADE CLI-UF
           END-READ.
           ADD 1 TO WS-VEN-CLIENTES WS-TOT-CLIENTES.
           ADD WS-TI-PERDIDO(WS-IND-MAX) TO WS-VEN-PERDIDO
                                            WS-TOT-PERDIDO.
           MOVE WS-TI-ULT-DATA(WS-IND-MAX)  TO WS-DATA-ED.
           MOVE WS-TI-DIAS(WS-IND-MAX)      TO WS-DIAS-ED.
           MOVE WS-TI-QTD(WS-IND-MAX)       TO WS-QTD-ED.
           MOVE WS-TI-MEDIA(WS-IND-MAX)     TO WS-MEDIA-ED.
           MOVE WS-TI-INTERVALO(WS-IND-MAX) TO WS-INT-ED.
           MOVE WS-TI-CICLOS(WS-IND-MAX)    TO WS-CIC-ED.
           MOVE WS-TI-PERDIDO(WS-IND-MAX)   TO WS-PERD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-CLI-ED " " CLI-NOME(1:25) " " CLI-FONE " "
                  WS-DATA-ED " " WS-DIAS-ED " " WS-QTD-ED
                  WS-MEDIA-ED " " WS-INT-ED "  " WS-CIC-ED
                  WS-PERD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-EXPORTA NOT EQUAL "S"
               GO  TO  IMPRIME-CLIENTE-EXIT.
           MOVE WS-TI-MEDIA(WS-IND-MAX)   TO WS-EXP-MEDIA-ED.
           MOVE WS-TI-CICLOS(WS-IND-MAX)  TO WS-EXP-CIC-ED.
           MOVE WS-TI-PERDIDO(WS-IND-MAX) TO WS-EXP-PERD-ED.
           MOVE SPACES TO INA-LINHA.
           STRING WS-TI-VEN(WS-IND-MAX) ";"
                  CLI-COD ";"
                  CLI-NOME ";"
                  CLI-FONE ";"
                  CLI-CIDADE ";"
                  CLI-UF ";"
                  WS-TI-ULT-DATA(WS-IND-MAX) ";"
                  WS-TI-DIAS(WS-IND-MAX) ";"
                  WS-TI-QTD(WS-IND-MAX) ";"
                  WS-EXP-MEDIA-ED ";"
                  WS-TI-INTERVALO(WS-IND-MAX) ";"
                  WS-EXP-CIC-ED ";"
                  WS-EXP-PERD-ED
                  DELIMITED BY SIZE INTO INA-LINHA.
           WRITE INA-LINHA.
           ADD 1 TO WS-EXP-CONT.
       IMPRIME-CLIENTE-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE WS-CAMINHO-REL TO LK-ARQ-REL
               CALL "HBVIS001" USING LK-TRANSFERENCIA
               END-CALL
               CANCEL "HBVIS001"
               MOVE SPACES TO LK-ARQ-REL.
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBINA001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQPED.
           CLOSE ARQCLI.
           CLOSE ARQVEN.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA.
       MENSAGEM-EXIT.
           EXIT.

       SALVA-TELA.
           call "CBL_READ_SCR_CHATTRS" using screen-origin(1)
                          screen-buffer(1)
                          screen-attrs(1)
                          screen-string-length(1).
       SALVA-TELA-EXIT.
           EXIT.

       RESTAURA-TELA.
           call "CBL_WRITE_SCR_CHATTRS" using screen-origin(1)
                      screen-buffer(1)
                      screen-attrs(1)
                      screen-string-length(1).
       RESTAURA-TELA-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
           MOVE "C:\HBSIS\DB\ARQLOG.DAT" TO WS-CAMINHO.
           OPEN EXTEND ARQLOG.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           MOVE WK-DIA                   TO LOG-DIA.
           MOVE WK-MES                   TO LOG-MES.
           MOVE WK-ANO                   TO LOG-ANO.
           MOVE WK-HORA                  TO LOG-HORA.
           MOVE LK-USUARIO               TO LOG-USUARIO.
           MOVE WS-LOG-PROGRAMA          TO LOG-PROGRAMA.
           MOVE WS-LOG-ACAO              TO LOG-ACAO.
           WRITE LOG-REG.
           CLOSE ARQLOG.
           MOVE WS-CAMINHO-SALVO         TO WS-CAMINHO.
       9700-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

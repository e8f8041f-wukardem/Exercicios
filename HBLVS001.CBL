       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBLVS001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - LIVRO DE REGISTRO DE SAIDAS DO MES (RELLVS.TXT)
      * - MES INFORMADO NA TELA (AAAAMM); LISTA AS NOTAS DO
      *   ARQNOT DA EMPRESA EM ORDEM DE NUMERO COM VALOR
      *   CONTABIL (PRODUTOS + IPI), BASE E VALOR DO ICMS E
      *   VALOR DO IPI; NOTA CANCELADA SAI COM VALORES ZERADOS
      * - RESUMO POR CFOP (ITENS DO ARQNTI) E POR UF DE DESTINO
      *   (NOT-UF-DESTINO), COM TOTAL GERAL
      * - NOTA EMITIDA ANTES DA REGRA FISCAL (HBTRB001) SAI NO
      *   CFOP 0000, SEM IMPOSTOS
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
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FNTI0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FNTI0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
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
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NTI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-MES-REF                 PIC 9(006)  VALUE ZEROS.
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NTI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-IND                     PIC 9(003)  VALUE ZEROS.
       77  WS-IND-MIN                 PIC 9(003)  VALUE ZEROS.
       77  WS-IMPRESSOS               PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-CFOP                PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-UF                  PIC 9(003)  VALUE ZEROS.
       77  WS-MENOR-CFOP              PIC 9(004)  VALUE ZEROS.
       77  WS-MENOR-UF                PIC X(002)  VALUE SPACES.
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-NOTAS                   PIC 9(005)  VALUE ZEROS.
       77  WS-CANCELADAS              PIC 9(005)  VALUE ZEROS.
       77  WS-VL-CONTABIL             PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-CONTABIL            PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-BC                  PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-ICMS                PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-IPI                 PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-NOT-NUM-ED              PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-QTD-ED                  PIC ZZZZ9.
       77  WS-CONT-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-BC-ED                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-ICMS-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IPI-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-TAB-CFOP.
           03  WS-TC-ENT              OCCURS 100 TIMES.
               05  WS-TC-CFOP         PIC 9(004).
               05  WS-TC-CONTABIL     PIC 9(013)V9(002).
               05  WS-TC-BC           PIC 9(013)V9(002).
               05  WS-TC-ICMS         PIC 9(013)V9(002).
               05  WS-TC-IPI          PIC 9(013)V9(002).
               05  WS-TC-IMP          PIC X(001).
       01  WS-TAB-UF.
           03  WS-TU-ENT              OCCURS 50 TIMES.
               05  WS-TU-UF           PIC X(002).
               05  WS-TU-NOTAS        PIC 9(005).
               05  WS-TU-CONTABIL     PIC 9(013)V9(002).
               05  WS-TU-BC           PIC 9(013)V9(002).
               05  WS-TU-ICMS         PIC 9(013)V9(002).
               05  WS-TU-IPI          PIC 9(013)V9(002).
               05  WS-TU-IMP          PIC X(001).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
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
           IF  WS-MES-REF NOT EQUAL ZEROS
               PERFORM ROT-LIVRO THRU ROT-LIVRO-EXIT
           END-IF
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       INICIO.
           MOVE "HBLVS001 " TO LK-PGM(2).
           MOVE "HBLVS001 " TO WK-COD-PGM.
           MOVE " LIVRO DE REGISTRO DE SAIDAS" TO WK-DESC-PGM.
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

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNTI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NTI NTI-ARQ-WK.
           OPEN INPUT ARQNTI.
           MOVE " NOTASITEN"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

       INICIO-MES.
           MOVE ZEROS TO WS-MES-REF.
           DISPLAY "Mes de referencia (AAAAMM):" AT 0903.
           ACCEPT WS-MES-REF AT 0931 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-MES-REF
               GO  TO  INICIO-LOG.
           IF  WS-MES-REF EQUAL ZEROS
               GO  TO  INICIO-LOG.
           IF  WS-MES-REF(5:2) LESS THAN "01"
               OR WS-MES-REF(5:2) GREATER THAN "12"
               MOVE "Mes invalido. Use AAAAMM..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  INICIO-MES.
           COMPUTE WS-DT-INI = WS-MES-REF * 100 + 1.
           COMPUTE WS-DT-FIM = WS-MES-REF * 100 + 31.
       INICIO-LOG.
           MOVE "HBLVS001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       INICIO-EXIT.
           EXIT.

       ROT-LIVRO.
           INITIALIZE WS-TAB-CFOP WS-TAB-UF.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE ZEROS TO WS-QTD-CFOP WS-QTD-UF
                         WS-NOTAS WS-CANCELADAS
                         WS-TOT-CONTABIL WS-TOT-BC
                         WS-TOT-ICMS WS-TOT-IPI.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELLVS"   TO SR-REL-BASE.
           MOVE "HBLVS001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "LIVRO DE REGISTRO DE SAIDAS - MES "
                  WS-MES-REF(5:2) "/" WS-MES-REF(1:4)
                  " - " LK-EMP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "NOTA       DATA     CLIENTE UF"
                  "    VALOR CONTABIL"
                  "       BASE ICMS"
                  "      VALOR ICMS"
                  "       VALOR IPI"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-NOT-EOF.
           MOVE ZEROS TO NOT-NUMERO.
           START ARQNOT KEY IS GREATER THAN NOT-NUMERO INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM TRATA-NOTA THRU TRATA-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
           PERFORM GRAVA-TOTAL-GERAL THRU GRAVA-TOTAL-GERAL-EXIT.
           PERFORM IMPRIME-CFOP THRU IMPRIME-CFOP-EXIT.
           PERFORM IMPRIME-UF THRU IMPRIME-UF-EXIT.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "*** RESUMO INCOMPLETO: TABELA ESTOUROU ***"
                                   TO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBLVS001"              TO WS-LOG-PROGRAMA.
           MOVE "LIVRO DE SAIDAS"       TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-LIVRO-EXIT.
           EXIT.

       TRATA-NOTA.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  TRATA-NOTA-EXIT
           END-READ.
           IF  NOT-DATA LESS THAN WS-DT-INI
               OR NOT-DATA GREATER THAN WS-DT-FIM
               GO  TO  TRATA-NOTA-EXIT.
           MOVE NOT-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE ZEROS TO CLI-EMP-COD
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  TRATA-NOTA-EXIT.
           MOVE NOT-NUMERO  TO WS-NOT-NUM-ED.
           MOVE NOT-CLI-COD TO WS-CLI-ED.
           IF  NOT-CANCELADA
               ADD 1 TO WS-CANCELADAS
               MOVE SPACES TO REL-LINHA
               STRING WS-NOT-NUM-ED " " NOT-DATA " " WS-CLI-ED
                      " " NOT-UF-DESTINO
                      "   *** NOTA CANCELADA ***"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  TRATA-NOTA-EXIT.
           ADD 1 TO WS-NOTAS.
           COMPUTE WS-VL-CONTABIL = NOT-VL-TOTAL + NOT-VL-IPI.
           MOVE WS-VL-CONTABIL TO WS-CONT-ED.
           MOVE NOT-BC-ICMS    TO WS-BC-ED.
           MOVE NOT-VL-ICMS    TO WS-ICMS-ED.
           MOVE NOT-VL-IPI     TO WS-IPI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NOT-NUM-ED " " NOT-DATA " " WS-CLI-ED
                  " " NOT-UF-DESTINO
                  WS-CONT-ED WS-BC-ED WS-ICMS-ED WS-IPI-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-VL-CONTABIL TO WS-TOT-CONTABIL.
           ADD NOT-BC-ICMS    TO WS-TOT-BC.
           ADD NOT-VL-ICMS    TO WS-TOT-ICMS.
           ADD NOT-VL-IPI     TO WS-TOT-IPI.
           PERFORM ACUMULA-UF THRU ACUMULA-UF-EXIT.
           MOVE "NAO" TO WS-NTI-EOF.
           MOVE NOT-NUMERO TO NTI-NUMERO.
           MOVE ZEROS      TO NTI-ITEM.
           START ARQNTI KEY IS GREATER THAN NTI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-NTI-EOF.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-EXIT
                   UNTIL WS-NTI-EOF EQUAL "SIM".
       TRATA-NOTA-EXIT.
           EXIT.

       TRATA-ITEM.
           READ ARQNTI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NTI-EOF
                   GO  TO  TRATA-ITEM-EXIT
           END-READ.
           IF  NTI-NUMERO NOT EQUAL NOT-NUMERO
               MOVE "SIM" TO WS-NTI-EOF
               GO  TO  TRATA-ITEM-EXIT.
           MOVE ZEROS TO WS-IND.
       TRATA-ITEM-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-CFOP
               IF  WS-QTD-CFOP LESS THAN 100
                   ADD 1 TO WS-QTD-CFOP
                   MOVE NTI-CFOP TO WS-TC-CFOP(WS-IND)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  TRATA-ITEM-EXIT
               END-IF
               GO  TO  TRATA-ITEM-SOMA.
           IF  WS-TC-CFOP(WS-IND) NOT EQUAL NTI-CFOP
               GO  TO  TRATA-ITEM-PROCURA.
       TRATA-ITEM-SOMA.
           ADD NTI-VL-TOTAL TO WS-TC-CONTABIL(WS-IND).
           ADD NTI-VL-IPI   TO WS-TC-CONTABIL(WS-IND).
           ADD NTI-BC-ICMS  TO WS-TC-BC(WS-IND).
           ADD NTI-VL-ICMS  TO WS-TC-ICMS(WS-IND).
           ADD NTI-VL-IPI   TO WS-TC-IPI(WS-IND).
       TRATA-ITEM-EXIT.
           EXIT.

       ACUMULA-UF.
           MOVE ZEROS TO WS-IND.
       ACUMULA-UF-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-UF
               IF  WS-QTD-UF LESS THAN 50
                   ADD 1 TO WS-QTD-UF
                   MOVE NOT-UF-DESTINO TO WS-TU-UF(WS-IND)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  ACUMULA-UF-EXIT
               END-IF
               GO  TO  ACUMULA-UF-SOMA.
           IF  WS-TU-UF(WS-IND) NOT EQUAL NOT-UF-DESTINO
               GO  TO  ACUMULA-UF-PROCURA.
       ACUMULA-UF-SOMA.
           ADD 1              TO WS-TU-NOTAS(WS-IND).
           ADD WS-VL-CONTABIL TO WS-TU-CONTABIL(WS-IND).
           ADD NOT-BC-ICMS    TO WS-TU-BC(WS-IND).
           ADD NOT-VL-ICMS    TO WS-TU-ICMS(WS-IND).
           ADD NOT-VL-IPI     TO WS-TU-IPI(WS-IND).
       ACUMULA-UF-EXIT.
           EXIT.

       GRAVA-TOTAL-GERAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-CONTABIL TO WS-CONT-ED.
           MOVE WS-TOT-BC       TO WS-BC-ED.
           MOVE WS-TOT-ICMS     TO WS-ICMS-ED.
           MOVE WS-TOT-IPI      TO WS-IPI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DO MES                 "
                  WS-CONT-ED WS-BC-ED WS-ICMS-ED WS-IPI-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-NOTAS TO WS-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NOTAS EMITIDAS: " WS-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-CANCELADAS TO WS-QTD-ED.
           STRING "   CANCELADAS: " WS-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA(22:).
           WRITE REL-LINHA.
       GRAVA-TOTAL-GERAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  RESUMO POR CFOP EM ORDEM CRESCENTE DE CODIGO             *
      *----------------------------------------------------------*
       IMPRIME-CFOP.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO POR CFOP               "
                  "    VALOR CONTABIL"
                  "       BASE ICMS"
                  "      VALOR ICMS"
                  "       VALOR IPI"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IMPRESSOS.
       IMPRIME-CFOP-LOOP.
           IF  WS-IMPRESSOS NOT LESS THAN WS-QTD-CFOP
               GO  TO  IMPRIME-CFOP-EXIT.
           MOVE 9999  TO WS-MENOR-CFOP.
           MOVE ZEROS TO WS-IND-MIN WS-IND.
       IMPRIME-CFOP-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-CFOP
               GO  TO  IMPRIME-CFOP-GRAVA.
           IF  WS-TC-IMP(WS-IND) NOT EQUAL "S"
               AND WS-TC-CFOP(WS-IND) NOT GREATER THAN WS-MENOR-CFOP
               MOVE WS-TC-CFOP(WS-IND) TO WS-MENOR-CFOP
               MOVE WS-IND             TO WS-IND-MIN.
           GO  TO  IMPRIME-CFOP-PROCURA.
       IMPRIME-CFOP-GRAVA.
           IF  WS-IND-MIN EQUAL ZEROS
               GO  TO  IMPRIME-CFOP-EXIT.
           MOVE "S" TO WS-TC-IMP(WS-IND-MIN).
           ADD 1 TO WS-IMPRESSOS.
           MOVE WS-TC-CONTABIL(WS-IND-MIN) TO WS-CONT-ED.
           MOVE WS-TC-BC(WS-IND-MIN)       TO WS-BC-ED.
           MOVE WS-TC-ICMS(WS-IND-MIN)     TO WS-ICMS-ED.
           MOVE WS-TC-IPI(WS-IND-MIN)      TO WS-IPI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CFOP " WS-TC-CFOP(WS-IND-MIN)
                  "                     "
                  WS-CONT-ED WS-BC-ED WS-ICMS-ED WS-IPI-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  IMPRIME-CFOP-LOOP.
       IMPRIME-CFOP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  RESUMO POR UF DE DESTINO EM ORDEM ALFABETICA             *
      *----------------------------------------------------------*
       IMPRIME-UF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO POR UF          NOTAS  "
                  "    VALOR CONTABIL"
                  "       BASE ICMS"
                  "      VALOR ICMS"
                  "       VALOR IPI"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IMPRESSOS.
       IMPRIME-UF-LOOP.
           IF  WS-IMPRESSOS NOT LESS THAN WS-QTD-UF
               GO  TO  IMPRIME-UF-EXIT.
           MOVE HIGH-VALUES TO WS-MENOR-UF.
           MOVE ZEROS       TO WS-IND-MIN WS-IND.
       IMPRIME-UF-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-UF
               GO  TO  IMPRIME-UF-GRAVA.
           IF  WS-TU-IMP(WS-IND) NOT EQUAL "S"
               AND WS-TU-UF(WS-IND) NOT GREATER THAN WS-MENOR-UF
               MOVE WS-TU-UF(WS-IND) TO WS-MENOR-UF
               MOVE WS-IND           TO WS-IND-MIN.
           GO  TO  IMPRIME-UF-PROCURA.
       IMPRIME-UF-GRAVA.
           IF  WS-IND-MIN EQUAL ZEROS
               GO  TO  IMPRIME-UF-EXIT.
           MOVE "S" TO WS-TU-IMP(WS-IND-MIN).
           ADD 1 TO WS-IMPRESSOS.
           MOVE WS-TU-NOTAS(WS-IND-MIN)    TO WS-QTD-ED.
           MOVE WS-TU-CONTABIL(WS-IND-MIN) TO WS-CONT-ED.
           MOVE WS-TU-BC(WS-IND-MIN)       TO WS-BC-ED.
           MOVE WS-TU-ICMS(WS-IND-MIN)     TO WS-ICMS-ED.
           MOVE WS-TU-IPI(WS-IND-MIN)      TO WS-IPI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "UF " WS-TU-UF(WS-IND-MIN)
                  "                 " WS-QTD-ED "  "
                  WS-CONT-ED WS-BC-ED WS-ICMS-ED WS-IPI-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  IMPRIME-UF-LOOP.
       IMPRIME-UF-EXIT.
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
           MOVE "HBLVS001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQNOT.
           CLOSE ARQNTI.
           CLOSE ARQCLI.
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

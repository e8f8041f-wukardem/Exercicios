       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBDSR001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - RELATORIO DE PEDIDOS COM DESCONTO (RELDSC.TXT)
      * - PERIODO PELA DATA DO PEDIDO; LISTA OS ITENS COM
      *   DESCONTO (ITE-PCT-DESCONTO) DOS PEDIDOS DA EMPRESA,
      *   MENOS OS CANCELADOS, COM VALOR BRUTO, PERCENTUAL,
      *   VALOR DO DESCONTO E O USUARIO QUE O CONCEDEU
      * - RESUMO POR USUARIO E POR VENDEDOR DO CLIENTE, EM
      *   ORDEM DECRESCENTE DE VALOR DE DESCONTO
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
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\HBSIS\FTT\FVEN0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\HBSIS\FTT\FVEN0001.FD".
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
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  CLI-ARQ-WK                 PIC X(080)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-PED-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ITE-EOF                 PIC XXX     VALUE "NAO".
       77  WS-IND                     PIC 9(003)  VALUE ZEROS.
       77  WS-IND-MAX                 PIC 9(003)  VALUE ZEROS.
       77  WS-IMPRESSOS               PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-USU                 PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-VEN                 PIC 9(003)  VALUE ZEROS.
       77  WS-MAIOR-DESC              PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-ITENS                   PIC 9(005)  VALUE ZEROS.
       77  WS-PEDIDOS                 PIC 9(005)  VALUE ZEROS.
       77  WS-PED-CONTADO             PIC XXX     VALUE "NAO".
       77  WS-VL-BRUTO                PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-BRUTO               PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-DESCONTO            PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-PCT-EFETIVO             PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-PED-NUM-ED              PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-PRO-ED                  PIC Z(012)9.
       77  WS-QTD-ED                  PIC ZZZZ9,99.
       77  WS-ITENS-ED                PIC ZZZZ9.
       77  WS-PCT-ED                  PIC ZZ9,99.
       77  WS-BRUTO-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DESC-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-TAB-USUARIOS.
           03  WS-TU-ENT              OCCURS 100 TIMES.
               05  WS-TU-USUARIO      PIC X(008).
               05  WS-TU-ITENS        PIC 9(005).
               05  WS-TU-BRUTO        PIC 9(013)V9(002).
               05  WS-TU-DESCONTO     PIC 9(013)V9(002).
               05  WS-TU-IMP          PIC X(001).
       01  WS-TAB-VENDEDORES.
           03  WS-TV-ENT              OCCURS 200 TIMES.
               05  WS-TV-VEN          PIC 9(007).
               05  WS-TV-ITENS        PIC 9(005).
               05  WS-TV-BRUTO        PIC 9(013)V9(002).
               05  WS-TV-DESCONTO     PIC 9(013)V9(002).
               05  WS-TV-IMP          PIC X(001).

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
           IF  WS-DT-FIM NOT EQUAL ZEROS
               PERFORM ROT-DESCONTOS THRU ROT-DESCONTOS-EXIT
           END-IF
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       INICIO.
           MOVE "HBDSR001 " TO LK-PGM(2).
           MOVE "HBDSR001 " TO WK-COD-PGM.
           MOVE " PEDIDOS COM DESCONTO" TO WK-DESC-PGM.
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

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN INPUT ARQITE.
           MOVE " ITENS    "           TO WK-MSG-RT2.
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

           MOVE ZEROS TO WS-DT-INI.
           DISPLAY "Data inicial (AAAAMMDD):" AT 0903.
           ACCEPT WS-DT-INI AT 0928 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DT-FIM
               GO  TO  INICIO-LOG.
           MOVE ZEROS TO WS-DT-FIM.
           DISPLAY "Data final   (AAAAMMDD):" AT 1003.
           ACCEPT WS-DT-FIM AT 1028 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DT-FIM
               GO  TO  INICIO-LOG.
           IF  WS-DT-FIM EQUAL ZEROS
               MOVE 99999999 TO WS-DT-FIM.
       INICIO-LOG.
           MOVE "HBDSR001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       INICIO-EXIT.
           EXIT.

       ROT-DESCONTOS.
           INITIALIZE WS-TAB-USUARIOS WS-TAB-VENDEDORES.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE ZEROS TO WS-QTD-USU WS-QTD-VEN WS-ITENS WS-PEDIDOS
                         WS-TOT-BRUTO WS-TOT-DESCONTO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELDSC"   TO SR-REL-BASE.
           MOVE "HBDSR001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS COM DESCONTO - PERIODO " WS-DT-INI
                  " A " WS-DT-FIM " - " LK-EMP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDO     DATA     CLIENTE VENDED."
                  "       PRODUTO      QTD"
                  "          VL BRUTO  DESC%"
                  "       VL DESCONTO USUARIO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE ZEROS TO PED-CLI-COD PED-PEDIDO.
           START ARQPED KEY IS NOT LESS THAN PED-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM TRATA-PEDIDO THRU TRATA-PEDIDO-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
           PERFORM GRAVA-TOTAL-GERAL THRU GRAVA-TOTAL-GERAL-EXIT.
           PERFORM IMPRIME-USUARIOS THRU IMPRIME-USUARIOS-EXIT.
           PERFORM IMPRIME-VENDEDORES THRU IMPRIME-VENDEDORES-EXIT.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "*** RESUMO INCOMPLETO: TABELA ESTOUROU ***"
                                   TO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBDSR001"              TO WS-LOG-PROGRAMA.
           MOVE "RELATORIO DESCONTOS"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-DESCONTOS-EXIT.
           EXIT.

       TRATA-PEDIDO.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  TRATA-PEDIDO-EXIT
           END-READ.
           IF  PED-DATA LESS THAN WS-DT-INI
               OR PED-DATA GREATER THAN WS-DT-FIM
               GO  TO  TRATA-PEDIDO-EXIT.
           IF  PED-CANCELADO
               GO  TO  TRATA-PEDIDO-EXIT.
           MOVE PED-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE ZEROS TO CLI-EMP-COD CLI-VEN-COD
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  TRATA-PEDIDO-EXIT.
           MOVE "NAO" TO WS-PED-CONTADO.
           MOVE "NAO" TO WS-ITE-EOF.
           MOVE PED-CLI-COD TO ITE-CLI-COD.
           MOVE PED-PEDIDO  TO ITE-PEDIDO.
           MOVE ZEROS       TO ITE-ITEM.
           START ARQITE KEY IS GREATER THAN ITE-CHAVE INVALID KEY
               MOVE "SIM" TO WS-ITE-EOF.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-EXIT
                   UNTIL WS-ITE-EOF EQUAL "SIM".
       TRATA-PEDIDO-EXIT.
           EXIT.

       TRATA-ITEM.
           READ ARQITE NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ITE-EOF
                   GO  TO  TRATA-ITEM-EXIT
           END-READ.
           IF  ITE-CLI-COD NOT EQUAL PED-CLI-COD
               OR ITE-PEDIDO NOT EQUAL PED-PEDIDO
               MOVE "SIM" TO WS-ITE-EOF
               GO  TO  TRATA-ITEM-EXIT.
           IF  ITE-PCT-DESCONTO EQUAL ZEROS
               GO  TO  TRATA-ITEM-EXIT.
           IF  WS-PED-CONTADO EQUAL "NAO"
               MOVE "SIM" TO WS-PED-CONTADO
               ADD 1 TO WS-PEDIDOS.
           ADD 1 TO WS-ITENS.
           COMPUTE WS-VL-BRUTO = ITE-VL-TOTAL + ITE-VL-DESCONTO.
           ADD WS-VL-BRUTO     TO WS-TOT-BRUTO.
           ADD ITE-VL-DESCONTO TO WS-TOT-DESCONTO.
           MOVE PED-PEDIDO       TO WS-PED-NUM-ED.
           MOVE PED-CLI-COD      TO WS-CLI-ED.
           MOVE CLI-VEN-COD      TO WS-VEN-ED.
           MOVE ITE-PRO-COD      TO WS-PRO-ED.
           MOVE ITE-QUANTIDADE   TO WS-QTD-ED.
           MOVE WS-VL-BRUTO      TO WS-BRUTO-ED.
           MOVE ITE-PCT-DESCONTO TO WS-PCT-ED.
           MOVE ITE-VL-DESCONTO  TO WS-DESC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-PED-NUM-ED " " PED-DATA " " WS-CLI-ED " "
                  WS-VEN-ED " " WS-PRO-ED " " WS-QTD-ED
                  WS-BRUTO-ED " " WS-PCT-ED WS-DESC-ED " "
                  ITE-USU-DESCONTO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM ACUMULA-USUARIO THRU ACUMULA-USUARIO-EXIT.
           PERFORM ACUMULA-VENDEDOR THRU ACUMULA-VENDEDOR-EXIT.
       TRATA-ITEM-EXIT.
           EXIT.

       ACUMULA-USUARIO.
           MOVE ZEROS TO WS-IND.
       ACUMULA-USUARIO-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-USU
               IF  WS-QTD-USU LESS THAN 100
                   ADD 1 TO WS-QTD-USU
                   MOVE ITE-USU-DESCONTO TO WS-TU-USUARIO(WS-IND)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  ACUMULA-USUARIO-EXIT
               END-IF
               GO  TO  ACUMULA-USUARIO-SOMA.
           IF  WS-TU-USUARIO(WS-IND) NOT EQUAL ITE-USU-DESCONTO
               GO  TO  ACUMULA-USUARIO-PROCURA.
       ACUMULA-USUARIO-SOMA.
           ADD 1               TO WS-TU-ITENS(WS-IND).
           ADD WS-VL-BRUTO     TO WS-TU-BRUTO(WS-IND).
           ADD ITE-VL-DESCONTO TO WS-TU-DESCONTO(WS-IND).
       ACUMULA-USUARIO-EXIT.
           EXIT.

       ACUMULA-VENDEDOR.
           MOVE ZEROS TO WS-IND.
       ACUMULA-VENDEDOR-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-VEN
               IF  WS-QTD-VEN LESS THAN 200
                   ADD 1 TO WS-QTD-VEN
                   MOVE CLI-VEN-COD TO WS-TV-VEN(WS-IND)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  ACUMULA-VENDEDOR-EXIT
               END-IF
               GO  TO  ACUMULA-VENDEDOR-SOMA.
           IF  WS-TV-VEN(WS-IND) NOT EQUAL CLI-VEN-COD
               GO  TO  ACUMULA-VENDEDOR-PROCURA.
       ACUMULA-VENDEDOR-SOMA.
           ADD 1               TO WS-TV-ITENS(WS-IND).
           ADD WS-VL-BRUTO     TO WS-TV-BRUTO(WS-IND).
           ADD ITE-VL-DESCONTO TO WS-TV-DESCONTO(WS-IND).
       ACUMULA-VENDEDOR-EXIT.
           EXIT.

       GRAVA-TOTAL-GERAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-BRUTO    TO WS-BRUTO-ED.
           MOVE WS-TOT-DESCONTO TO WS-DESC-ED.
           MOVE ZEROS TO WS-PCT-EFETIVO.
           IF  WS-TOT-BRUTO GREATER THAN ZEROS
               COMPUTE WS-PCT-EFETIVO ROUNDED =
                       WS-TOT-DESCONTO * 100 / WS-TOT-BRUTO.
           MOVE WS-PCT-EFETIVO  TO WS-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DO PERIODO                          "
                  "         "
                  WS-BRUTO-ED " " WS-PCT-ED WS-DESC-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PEDIDOS TO WS-ITENS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS COM DESCONTO: " WS-ITENS-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-ITENS TO WS-ITENS-ED.
           STRING "   ITENS: " WS-ITENS-ED
                  DELIMITED BY SIZE INTO REL-LINHA(28:).
           WRITE REL-LINHA.
       GRAVA-TOTAL-GERAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  RESUMO POR USUARIO, DO MAIOR PARA O MENOR DESCONTO       *
      *----------------------------------------------------------*
       IMPRIME-USUARIOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO POR USUARIO     ITENS"
                  "          VL BRUTO  DESC%"
                  "       VL DESCONTO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IMPRESSOS.
       IMPRIME-USUARIOS-LOOP.
           IF  WS-IMPRESSOS NOT LESS THAN WS-QTD-USU
               GO  TO  IMPRIME-USUARIOS-EXIT.
           MOVE ZEROS TO WS-MAIOR-DESC WS-IND-MAX WS-IND.
       IMPRIME-USUARIOS-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-USU
               GO  TO  IMPRIME-USUARIOS-GRAVA.
           IF  WS-TU-IMP(WS-IND) NOT EQUAL "S"
               AND (WS-IND-MAX EQUAL ZEROS
                    OR WS-TU-DESCONTO(WS-IND) GREATER THAN
                       WS-MAIOR-DESC)
               MOVE WS-TU-DESCONTO(WS-IND) TO WS-MAIOR-DESC
               MOVE WS-IND                 TO WS-IND-MAX.
           GO  TO  IMPRIME-USUARIOS-PROCURA.
       IMPRIME-USUARIOS-GRAVA.
           IF  WS-IND-MAX EQUAL ZEROS
               GO  TO  IMPRIME-USUARIOS-EXIT.
           MOVE "S" TO WS-TU-IMP(WS-IND-MAX).
           ADD 1 TO WS-IMPRESSOS.
           MOVE WS-TU-ITENS(WS-IND-MAX)    TO WS-ITENS-ED.
           MOVE WS-TU-BRUTO(WS-IND-MAX)    TO WS-BRUTO-ED.
           MOVE WS-TU-DESCONTO(WS-IND-MAX) TO WS-DESC-ED.
           MOVE ZEROS TO WS-PCT-EFETIVO.
           IF  WS-TU-BRUTO(WS-IND-MAX) GREATER THAN ZEROS
               COMPUTE WS-PCT-EFETIVO ROUNDED =
                       WS-TU-DESCONTO(WS-IND-MAX) * 100
                       / WS-TU-BRUTO(WS-IND-MAX).
           MOVE WS-PCT-EFETIVO TO WS-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "USUARIO " WS-TU-USUARIO(WS-IND-MAX)
                  "      " WS-ITENS-ED " "
                  WS-BRUTO-ED " " WS-PCT-ED WS-DESC-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  IMPRIME-USUARIOS-LOOP.
       IMPRIME-USUARIOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  RESUMO POR VENDEDOR, DO MAIOR PARA O MENOR DESCONTO      *
      *----------------------------------------------------------*
       IMPRIME-VENDEDORES.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO POR VENDEDOR    ITENS"
                  "          VL BRUTO  DESC%"
                  "       VL DESCONTO NOME"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IMPRESSOS.
       IMPRIME-VENDEDORES-LOOP.
           IF  WS-IMPRESSOS NOT LESS THAN WS-QTD-VEN
               GO  TO  IMPRIME-VENDEDORES-EXIT.
           MOVE ZEROS TO WS-MAIOR-DESC WS-IND-MAX WS-IND.
       IMPRIME-VENDEDORES-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-VEN
               GO  TO  IMPRIME-VENDEDORES-GRAVA.
           IF  WS-TV-IMP(WS-IND) NOT EQUAL "S"
               AND (WS-IND-MAX EQUAL ZEROS
                    OR WS-TV-DESCONTO(WS-IND) GREATER THAN
                       WS-MAIOR-DESC)
               MOVE WS-TV-DESCONTO(WS-IND) TO WS-MAIOR-DESC
               MOVE WS-IND                 TO WS-IND-MAX.
           GO  TO  IMPRIME-VENDEDORES-PROCURA.
       IMPRIME-VENDEDORES-GRAVA.
           IF  WS-IND-MAX EQUAL ZEROS
               GO  TO  IMPRIME-VENDEDORES-EXIT.
           MOVE "S" TO WS-TV-IMP(WS-IND-MAX).
           ADD 1 TO WS-IMPRESSOS.
           MOVE WS-TV-VEN(WS-IND-MAX) TO VEN-COD WS-VEN-ED.
           READ ARQVEN INVALID KEY
               MOVE "SEM VENDEDOR" TO VEN-NOME
           END-READ.
           MOVE WS-TV-ITENS(WS-IND-MAX)    TO WS-ITENS-ED.
           MOVE WS-TV-BRUTO(WS-IND-MAX)    TO WS-BRUTO-ED.
           MOVE WS-TV-DESCONTO(WS-IND-MAX) TO WS-DESC-ED.
           MOVE ZEROS TO WS-PCT-EFETIVO.
           IF  WS-TV-BRUTO(WS-IND-MAX) GREATER THAN ZEROS
               COMPUTE WS-PCT-EFETIVO ROUNDED =
                       WS-TV-DESCONTO(WS-IND-MAX) * 100
                       / WS-TV-BRUTO(WS-IND-MAX).
           MOVE WS-PCT-EFETIVO TO WS-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VENDEDOR " WS-VEN-ED
                  "      " WS-ITENS-ED " "
                  WS-BRUTO-ED " " WS-PCT-ED WS-DESC-ED " "
                  VEN-NOME(1:30)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  IMPRIME-VENDEDORES-LOOP.
       IMPRIME-VENDEDORES-EXIT.
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
           MOVE "HBDSR001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQPED.
           CLOSE ARQITE.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBEXT001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - EXTRATO DE CONTA DO CLIENTE POR PERIODO (RELEXT.TXT)
      * - LANCAMENTOS: NOTAS DO ARQNOT (DEBITO), CANCELAMENTO
      *   DE NOTA (CREDITO), PAGAMENTOS DO ARQREC COM VENCIMENTO
      *   E DATA DE PAGAMENTO (CREDITO; JUROS A DEBITO) E
      *   DEVOLUCOES DO ARQDEV VALORIZADAS PELA NOTA DE CREDITO
      *   DO ARQNCR (CREDITO), EM ORDEM DE DATA
      * - SALDO ANTERIOR (LANCAMENTOS ANTES DA DATA INICIAL),
      *   SALDO CORRENTE POR LINHA, PARCELAS EM ABERTO E TOTAL
      *   VENCIDO NA DATA DE HOJE
      * - UM CLIENTE (CHAMADO PELO HBCLI001 COM O CODIGO EM
      *   LK-COD) OU TODOS OS CLIENTES DE UM VENDEDOR OU DA
      *   EMPRESA; NO LOTE, CLIENTE SEM MOVIMENTO, SEM SALDO E
      *   SEM PARCELA ABERTA NAO E IMPRESSO
      * - 15/10/2026 - NOTA LANCADA PELO VALOR TOTAL COM IPI
      *   (NOT-VL-NOTA); NOTA ANTIGA SEM ESSE VALOR USA O DOS
      *   PRODUTOS
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
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FDEV0001.SEL".
           COPY "C:\Hbsis\ftt\FNCR0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FDEV0001.FD".
           COPY "C:\Hbsis\ftt\FNCR0001.FD".
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
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-DEV             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NCR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-NIVEL-PGM               PIC 9(001)  VALUE 2.
       77  WS-EXT-TIPO                PIC 9(001)  VALUE ZEROS.
       77  WS-EXT-CODIGO              PIC 9(007)  VALUE ZEROS.
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-CLI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-DEV-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NCR-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CLI-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-IND                     PIC 9(003)  VALUE ZEROS.
       77  WS-IND-MIN                 PIC 9(003)  VALUE ZEROS.
       77  WS-IMPRESSOS               PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-MOV                 PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-ABERTAS             PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-CLIENTES            PIC 9(005)  VALUE ZEROS.
       77  WS-MENOR-CHAVE             PIC X(009)  VALUE SPACES.
       77  WS-DIAS-ATRASO             PIC S9(006) VALUE ZEROS.
       77  WS-SALDO-ANT               PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-SALDO                   PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-VL-VENCIDO              PIC 9(011)V9(002)  VALUE ZEROS.
       77  WS-VL-ABERTO               PIC 9(011)V9(002)  VALUE ZEROS.
       77  WS-TOT-SALDO               PIC S9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-VENCIDO             PIC 9(013)V9(002)  VALUE ZEROS.
       77  WS-MV-DATA                 PIC 9(008)  VALUE ZEROS.
       77  WS-MV-ORDEM                PIC 9(001)  VALUE ZEROS.
       77  WS-MV-DOCUMENTO            PIC 9(010)  VALUE ZEROS.
       77  WS-MV-HISTORICO            PIC X(040)  VALUE SPACES.
       77  WS-MV-DEBITO               PIC 9(009)V9(002)  VALUE ZEROS.
       77  WS-MV-CREDITO              PIC 9(009)V9(002)  VALUE ZEROS.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-DOC-ED                  PIC Z(009)9.
       77  WS-PED-ED                  PIC Z(009)9.
       77  WS-DEB-ED                  PIC ZZZ.ZZZ.ZZZ,ZZ.
       77  WS-CRE-ED                  PIC ZZZ.ZZZ.ZZZ,ZZ.
       77  WS-SAL-ED                  PIC -ZZZ.ZZZ.ZZ9,99.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-DIAS-ED                 PIC ZZZZ9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       01  WS-TAB-MOVIMENTO.
           03  WS-TM-ENT              OCCURS 500 TIMES.
               05  WS-TM-CHAVE.
                   07  WS-TM-DATA     PIC 9(008).
                   07  WS-TM-ORDEM    PIC 9(001).
               05  WS-TM-DOCUMENTO    PIC 9(010).
               05  WS-TM-HISTORICO    PIC X(040).
               05  WS-TM-DEBITO       PIC 9(009)V9(002).
               05  WS-TM-CREDITO      PIC 9(009)V9(002).
               05  WS-TM-IMP          PIC X(001).

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
           IF  WS-DT-FIM NOT EQUAL ZEROS
               PERFORM ROT-EXTRATO THRU ROT-EXTRATO-EXIT
           END-IF
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       INICIO.
           MOVE 2 TO WS-NIVEL-PGM.
           IF  LK-PGM-CHAMADOR EQUAL "HBCLI001"
               MOVE 3 TO WS-NIVEL-PGM.
           MOVE "HBEXT001 " TO LK-PGM(WS-NIVEL-PGM).
           MOVE "HBEXT001 " TO WK-COD-PGM.
           MOVE " EXTRATO DE CLIENTE" TO WK-DESC-PGM.
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

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
              CLOSE ARQCLI
              OPEN INPUT ARQCLI
           END-IF
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNOT
              CLOSE ARQNOT
              OPEN INPUT ARQNOT
           END-IF
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN INPUT ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQREC
              CLOSE ARQREC
              OPEN INPUT ARQREC
           END-IF
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQDEV.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-DEV DEV-ARQ-WK.
           OPEN INPUT ARQDEV.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQDEV
              CLOSE ARQDEV
              OPEN INPUT ARQDEV
           END-IF
           MOVE " DEVOLUC  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNCR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NCR NCR-ARQ-WK.
           OPEN INPUT ARQNCR.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNCR
              CLOSE ARQNCR
              OPEN INPUT ARQNCR
           END-IF
           MOVE " NOTACRED "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE ZEROS TO WS-DT-FIM.
           IF  LK-PGM-CHAMADOR EQUAL "HBCLI001"
               MOVE 1      TO WS-EXT-TIPO
               MOVE LK-COD TO WS-EXT-CODIGO
               GO  TO  INICIO-PERIODO.
           MOVE 1 TO WS-EXT-TIPO.
           DISPLAY "Extrato por (1-Cliente 2-Vendedor 3-Empresa):"
                   AT 0903.
           ACCEPT WS-EXT-TIPO AT 0950 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  INICIO-LOG.
           IF  WS-EXT-TIPO NOT EQUAL 1 AND WS-EXT-TIPO NOT EQUAL 2
                             AND WS-EXT-TIPO NOT EQUAL 3
               GO  TO  INICIO-LOG.
           MOVE ZEROS TO WS-EXT-CODIGO.
           IF  WS-EXT-TIPO EQUAL 3
               GO  TO  INICIO-PERIODO.
           IF  WS-EXT-TIPO EQUAL 1
               DISPLAY "Codigo do cliente.......:" AT 1003
           ELSE
               DISPLAY "Codigo do vendedor......:" AT 1003
           END-IF.
           ACCEPT WS-EXT-CODIGO AT 1028 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01" OR WS-EXT-CODIGO EQUAL ZEROS
               GO  TO  INICIO-LOG.
       INICIO-PERIODO.
           MOVE ZEROS TO WS-DT-INI.
           DISPLAY "Data inicial (AAAAMMDD):" AT 1103.
           ACCEPT WS-DT-INI AT 1128 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DT-FIM
               GO  TO  INICIO-LOG.
           MOVE WK-DATA-SYS TO WS-DT-FIM.
           DISPLAY "Data final   (AAAAMMDD):" AT 1203.
           ACCEPT WS-DT-FIM AT 1228 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DT-FIM
               GO  TO  INICIO-LOG.
           IF  WS-DT-FIM EQUAL ZEROS
               MOVE 99999999 TO WS-DT-FIM.
       INICIO-LOG.
           MOVE "HBEXT001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       INICIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    EMISSAO DO EXTRATO                                    *
      *----------------------------------------------------------*
       ROT-EXTRATO.
           IF  WS-EXT-TIPO NOT EQUAL 1
               GO  TO  ROT-EXTRATO-ABRE.
           MOVE "NAO" TO WS-CLI-ACHOU.
           MOVE WS-EXT-CODIGO TO CLI-COD.
           READ ARQCLI INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF  CLI-EMP-COD EQUAL ZEROS
                   OR CLI-EMP-COD EQUAL LK-EMP-COD
                   MOVE "SIM" TO WS-CLI-ACHOU
               END-IF
           END-READ.
           IF  WS-CLI-ACHOU EQUAL "NAO"
               MOVE "Cliente nao cadastrado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-EXTRATO-EXIT.
       ROT-EXTRATO-ABRE.
           MOVE ZEROS TO WS-QTD-CLIENTES WS-TOT-SALDO WS-TOT-VENCIDO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELEXT"   TO SR-REL-BASE.
           MOVE "HBEXT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "EXTRATO DE CONTA DO CLIENTE - PERIODO "
                  WS-DT-INI " A " WS-DT-FIM
                  " - EMITIDO EM " WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING LK-EMP-NOME DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-EXT-TIPO EQUAL 1
               PERFORM EXTRATO-CLIENTE THRU EXTRATO-CLIENTE-EXIT
               GO  TO  ROT-EXTRATO-GRAVA.
           MOVE "NAO" TO WS-CLI-EOF.
           MOVE ZEROS TO CLI-COD.
           START ARQCLI KEY IS NOT LESS THAN CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CLI-EOF.
           PERFORM EXTRATO-PROX-CLIENTE THRU
                   EXTRATO-PROX-CLIENTE-EXIT
                   UNTIL WS-CLI-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-CLIENTES TO WS-CONT-ED.
           MOVE WS-TOT-SALDO    TO WS-SAL-ED.
           MOVE WS-TOT-VENCIDO  TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTES EMITIDOS " WS-CONT-ED
                  "   SALDO TOTAL " WS-SAL-ED
                  "   TOTAL VENCIDO " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       ROT-EXTRATO-GRAVA.
           CLOSE ARQREL.
           MOVE "HBEXT001"              TO WS-LOG-PROGRAMA.
           MOVE "EXTRATO DE CLIENTE"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-EXTRATO-EXIT.
           EXIT.

       EXTRATO-PROX-CLIENTE.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CLI-EOF
                   GO  TO  EXTRATO-PROX-CLIENTE-EXIT
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  EXTRATO-PROX-CLIENTE-EXIT.
           IF  WS-EXT-TIPO EQUAL 2
               AND CLI-VEN-COD NOT EQUAL WS-EXT-CODIGO
               GO  TO  EXTRATO-PROX-CLIENTE-EXIT.
           PERFORM EXTRATO-CLIENTE THRU EXTRATO-CLIENTE-EXIT.
       EXTRATO-PROX-CLIENTE-EXIT.
           EXIT.

       EXTRATO-CLIENTE.
           INITIALIZE WS-TAB-MOVIMENTO.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE ZEROS TO WS-QTD-MOV WS-QTD-ABERTAS WS-SALDO-ANT
                         WS-VL-VENCIDO WS-VL-ABERTO.
           PERFORM CARREGA-NOTAS THRU CARREGA-NOTAS-EXIT.
           PERFORM CARREGA-PARCELAS THRU CARREGA-PARCELAS-EXIT.
           PERFORM CARREGA-DEVOLUCOES THRU CARREGA-DEVOLUCOES-EXIT.
           IF  WS-EXT-TIPO NOT EQUAL 1
               AND WS-QTD-MOV EQUAL ZEROS
               AND WS-SALDO-ANT EQUAL ZEROS
               AND WS-QTD-ABERTAS EQUAL ZEROS
               GO  TO  EXTRATO-CLIENTE-EXIT.
           PERFORM IMPRIME-EXTRATO THRU IMPRIME-EXTRATO-EXIT.
           ADD 1             TO WS-QTD-CLIENTES.
           ADD WS-SALDO      TO WS-TOT-SALDO.
           ADD WS-VL-VENCIDO TO WS-TOT-VENCIDO.
       EXTRATO-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LANCAMENTOS DO CLIENTE: ANTES DO PERIODO VAO PARA O   *
      *    SALDO ANTERIOR, DENTRO DO PERIODO VAO PARA A TABELA   *
      *----------------------------------------------------------*
       LANCA-MOVIMENTO.
           IF  WS-MV-DATA GREATER THAN WS-DT-FIM
               GO  TO  LANCA-MOVIMENTO-EXIT.
           IF  WS-MV-DATA LESS THAN WS-DT-INI
               ADD      WS-MV-DEBITO  TO   WS-SALDO-ANT
               SUBTRACT WS-MV-CREDITO FROM WS-SALDO-ANT
               GO  TO  LANCA-MOVIMENTO-EXIT.
           IF  WS-QTD-MOV NOT LESS THAN 500
               MOVE "SIM" TO WS-TAB-ESTOUROU
               GO  TO  LANCA-MOVIMENTO-EXIT.
           ADD 1 TO WS-QTD-MOV.
           MOVE WS-MV-DATA      TO WS-TM-DATA(WS-QTD-MOV).
           MOVE WS-MV-ORDEM     TO WS-TM-ORDEM(WS-QTD-MOV).
           MOVE WS-MV-DOCUMENTO TO WS-TM-DOCUMENTO(WS-QTD-MOV).
           MOVE WS-MV-HISTORICO TO WS-TM-HISTORICO(WS-QTD-MOV).
           MOVE WS-MV-DEBITO    TO WS-TM-DEBITO(WS-QTD-MOV).
           MOVE WS-MV-CREDITO   TO WS-TM-CREDITO(WS-QTD-MOV).
           MOVE "N"             TO WS-TM-IMP(WS-QTD-MOV).
       LANCA-MOVIMENTO-EXIT.
           EXIT.

       CARREGA-NOTAS.
           MOVE "NAO" TO WS-NOT-EOF.
           MOVE CLI-COD TO NOT-CLI-COD.
           START ARQNOT KEY IS EQUAL NOT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM CARREGA-UMA-NOTA THRU CARREGA-UMA-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
       CARREGA-NOTAS-EXIT.
           EXIT.

       CARREGA-UMA-NOTA.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  CARREGA-UMA-NOTA-EXIT
           END-READ.
           IF  NOT-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-NOT-EOF
               GO  TO  CARREGA-UMA-NOTA-EXIT.
           MOVE NOT-PEDIDO   TO WS-PED-ED.
           MOVE NOT-DATA     TO WS-MV-DATA.
           MOVE 1            TO WS-MV-ORDEM.
           MOVE NOT-NUMERO   TO WS-MV-DOCUMENTO.
           MOVE SPACES       TO WS-MV-HISTORICO.
           STRING "NOTA FISCAL - PEDIDO " WS-PED-ED
                  DELIMITED BY SIZE INTO WS-MV-HISTORICO.
           IF  NOT-VL-NOTA GREATER THAN ZEROS
               MOVE NOT-VL-NOTA  TO WS-MV-DEBITO
           ELSE
               MOVE NOT-VL-TOTAL TO WS-MV-DEBITO
           END-IF.
           MOVE ZEROS        TO WS-MV-CREDITO.
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-EXIT.
           IF  NOT NOT-CANCELADA
               GO  TO  CARREGA-UMA-NOTA-EXIT.
           MOVE NOT-DT-CANCEL TO WS-MV-DATA.
           MOVE 2             TO WS-MV-ORDEM.
           MOVE SPACES        TO WS-MV-HISTORICO.
           STRING "CANCELAMENTO DA NOTA - MOTIVO " NOT-MOT-CANCEL
                  DELIMITED BY SIZE INTO WS-MV-HISTORICO.
           MOVE ZEROS         TO WS-MV-DEBITO.
           IF  NOT-VL-NOTA GREATER THAN ZEROS
               MOVE NOT-VL-NOTA   TO WS-MV-CREDITO
           ELSE
               MOVE NOT-VL-TOTAL  TO WS-MV-CREDITO
           END-IF.
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-EXIT.
       CARREGA-UMA-NOTA-EXIT.
           EXIT.

       CARREGA-PARCELAS.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE CLI-COD TO REC-CLI-COD.
           START ARQREC KEY IS EQUAL REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM CARREGA-UMA-PARCELA THRU CARREGA-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
       CARREGA-PARCELAS-EXIT.
           EXIT.

       CARREGA-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  CARREGA-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  CARREGA-UMA-PARCELA-EXIT.
           IF  REC-ABERTA
               ADD 1              TO WS-QTD-ABERTAS
               ADD REC-VL-PARCELA TO WS-VL-ABERTO
               IF  REC-DT-VENCIMENTO LESS THAN WK-DATA-SYS
                   ADD REC-VL-PARCELA TO WS-VL-VENCIDO
               END-IF
               GO  TO  CARREGA-UMA-PARCELA-EXIT.
           IF  NOT REC-PAGA
               OR REC-VL-PAGO EQUAL ZEROS
               GO  TO  CARREGA-UMA-PARCELA-EXIT.
           MOVE REC-DT-PAGAMENTO TO WS-MV-DATA.
           MOVE 3                TO WS-MV-ORDEM.
           MOVE REC-NOTA         TO WS-MV-DOCUMENTO.
           MOVE SPACES           TO WS-MV-HISTORICO.
           STRING "PAGAMENTO PARC " REC-PARCELA
                  " VENCTO " REC-DT-VENCIMENTO
                  DELIMITED BY SIZE INTO WS-MV-HISTORICO.
           MOVE ZEROS            TO WS-MV-DEBITO.
           MOVE REC-VL-PAGO      TO WS-MV-CREDITO.
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-EXIT.
           IF  REC-VL-JUROS EQUAL ZEROS
               GO  TO  CARREGA-UMA-PARCELA-EXIT.
           MOVE SPACES           TO WS-MV-HISTORICO.
           STRING "JUROS DE ATRASO PARC " REC-PARCELA
                  DELIMITED BY SIZE INTO WS-MV-HISTORICO.
           MOVE REC-VL-JUROS     TO WS-MV-DEBITO.
           MOVE ZEROS            TO WS-MV-CREDITO.
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-EXIT.
       CARREGA-UMA-PARCELA-EXIT.
           EXIT.

       CARREGA-DEVOLUCOES.
           MOVE "NAO" TO WS-DEV-EOF.
           MOVE CLI-COD TO DEV-CLI-COD.
           START ARQDEV KEY IS EQUAL DEV-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-DEV-EOF.
           PERFORM CARREGA-UMA-DEVOLUCAO THRU
                   CARREGA-UMA-DEVOLUCAO-EXIT
                   UNTIL WS-DEV-EOF EQUAL "SIM".
       CARREGA-DEVOLUCOES-EXIT.
           EXIT.

       CARREGA-UMA-DEVOLUCAO.
           READ ARQDEV NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-DEV-EOF
                   GO  TO  CARREGA-UMA-DEVOLUCAO-EXIT
           END-READ.
           IF  DEV-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-DEV-EOF
               GO  TO  CARREGA-UMA-DEVOLUCAO-EXIT.
           PERFORM LOCALIZA-NCR THRU LOCALIZA-NCR-EXIT.
           MOVE DEV-PEDIDO   TO WS-PED-ED.
           MOVE DEV-DATA     TO WS-MV-DATA.
           MOVE 4            TO WS-MV-ORDEM.
           MOVE DEV-NUMERO   TO WS-MV-DOCUMENTO.
           MOVE SPACES       TO WS-MV-HISTORICO.
           MOVE ZEROS        TO WS-MV-DEBITO.
           IF  NCR-DEV-NUMERO EQUAL DEV-NUMERO
               STRING "DEVOLUCAO - N.CRED " NCR-NUMERO
                      DELIMITED BY SIZE INTO WS-MV-HISTORICO
               MOVE NCR-VL-TOTAL TO WS-MV-CREDITO
           ELSE
               STRING "DEVOLUCAO - PEDIDO " WS-PED-ED
                      " (SEM N.CRED)"
                      DELIMITED BY SIZE INTO WS-MV-HISTORICO
               MOVE ZEROS        TO WS-MV-CREDITO
           END-IF.
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-EXIT.
       CARREGA-UMA-DEVOLUCAO-EXIT.
           EXIT.

       LOCALIZA-NCR.
           MOVE "NAO"   TO WS-NCR-EOF.
           MOVE ZEROS   TO NCR-DEV-NUMERO.
           MOVE CLI-COD TO NCR-CLI-COD.
           START ARQNCR KEY IS EQUAL NCR-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-NCR-EOF.
           PERFORM LOCALIZA-NCR-LE THRU LOCALIZA-NCR-LE-EXIT
                   UNTIL WS-NCR-EOF EQUAL "SIM".
       LOCALIZA-NCR-EXIT.
           EXIT.

       LOCALIZA-NCR-LE.
           READ ARQNCR NEXT RECORD
               AT END
                   MOVE ZEROS TO NCR-DEV-NUMERO
                   MOVE "SIM" TO WS-NCR-EOF
                   GO  TO  LOCALIZA-NCR-LE-EXIT
           END-READ.
           IF  NCR-CLI-COD NOT EQUAL CLI-COD
               MOVE ZEROS TO NCR-DEV-NUMERO
               MOVE "SIM" TO WS-NCR-EOF
               GO  TO  LOCALIZA-NCR-LE-EXIT.
           IF  NCR-DEV-NUMERO EQUAL DEV-NUMERO
               MOVE "SIM" TO WS-NCR-EOF.
       LOCALIZA-NCR-LE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRESSAO DO EXTRATO DE UM CLIENTE                    *
      *----------------------------------------------------------*
       IMPRIME-EXTRATO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CLI-COD     TO WS-CLI-ED.
           MOVE CLI-VEN-COD TO WS-VEN-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTE " WS-CLI-ED " - " CLI-NOME
                  " CNPJ/CPF " CLI-CNPJ
                  " VENDEDOR " WS-VEN-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "         " CLI-ENDERECO " " CLI-CIDADE
                  " " CLI-UF " CEP " CLI-CEP
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DATA      DOCUMENTO  HISTORICO"
                  "                                 DEBITO"
                  "        CREDITO           SALDO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-SALDO-ANT TO WS-SALDO WS-SAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-DT-INI "            SALDO ANTERIOR"
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-SAL-ED TO REL-LINHA(93:15).
           WRITE REL-LINHA.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               STRING "*** MAIS DE 500 LANCAMENTOS NO PERIODO - "
                      "REDUZA O PERIODO ***"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  IMPRIME-EXTRATO-ABERTAS.
           MOVE ZEROS TO WS-IMPRESSOS.
           PERFORM IMPRIME-MOVIMENTO THRU IMPRIME-MOVIMENTO-EXIT.
           MOVE WS-SALDO TO WS-SAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-DT-FIM "            SALDO FINAL"
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-SAL-ED TO REL-LINHA(93:15).
           WRITE REL-LINHA.
       IMPRIME-EXTRATO-ABERTAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PARCELAS EM ABERTO  NOTA/PARC   EMISSAO"
                  "   VENCTO            VALOR  ATRASO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE CLI-COD TO REC-CLI-COD.
           START ARQREC KEY IS EQUAL REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM IMPRIME-UMA-ABERTA THRU IMPRIME-UMA-ABERTA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           MOVE WS-VL-ABERTO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL EM ABERTO......: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VL-VENCIDO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL VENCIDO EM " WK-DATA-SYS ": " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-EXTRATO-EXIT.
           EXIT.

       IMPRIME-MOVIMENTO.
           IF  WS-IMPRESSOS NOT LESS THAN WS-QTD-MOV
               GO  TO  IMPRIME-MOVIMENTO-EXIT.
           MOVE HIGH-VALUES TO WS-MENOR-CHAVE.
           MOVE ZEROS TO WS-IND-MIN WS-IND.
       IMPRIME-MOVIMENTO-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-MOV
               GO  TO  IMPRIME-MOVIMENTO-GRAVA.
           IF  WS-TM-IMP(WS-IND) NOT EQUAL "S"
               AND WS-TM-CHAVE(WS-IND) LESS THAN WS-MENOR-CHAVE
               MOVE WS-TM-CHAVE(WS-IND) TO WS-MENOR-CHAVE
               MOVE WS-IND              TO WS-IND-MIN.
           GO  TO  IMPRIME-MOVIMENTO-PROCURA.
       IMPRIME-MOVIMENTO-GRAVA.
           IF  WS-IND-MIN EQUAL ZEROS
               GO  TO  IMPRIME-MOVIMENTO-EXIT.
           MOVE "S" TO WS-TM-IMP(WS-IND-MIN).
           ADD 1 TO WS-IMPRESSOS.
           ADD      WS-TM-DEBITO(WS-IND-MIN)  TO   WS-SALDO.
           SUBTRACT WS-TM-CREDITO(WS-IND-MIN) FROM WS-SALDO.
           MOVE WS-TM-DOCUMENTO(WS-IND-MIN) TO WS-DOC-ED.
           MOVE WS-TM-DEBITO(WS-IND-MIN)    TO WS-DEB-ED.
           MOVE WS-TM-CREDITO(WS-IND-MIN)   TO WS-CRE-ED.
           MOVE WS-SALDO                    TO WS-SAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-TM-DATA(WS-IND-MIN) " " WS-DOC-ED " "
                  WS-TM-HISTORICO(WS-IND-MIN) " "
                  WS-DEB-ED " " WS-CRE-ED " " WS-SAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  IMPRIME-MOVIMENTO.
       IMPRIME-MOVIMENTO-EXIT.
           EXIT.

       IMPRIME-UMA-ABERTA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  IMPRIME-UMA-ABERTA-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  IMPRIME-UMA-ABERTA-EXIT.
           IF  NOT REC-ABERTA
               GO  TO  IMPRIME-UMA-ABERTA-EXIT.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF  REC-DT-VENCIMENTO LESS THAN WK-DATA-SYS
               MOVE "DIF"              TO SR-DAT-FUNCAO
               MOVE REC-DT-VENCIMENTO  TO SR-DAT-DATA1
               MOVE WK-DATA-SYS        TO SR-DAT-DATA2
               CALL "HBDATA01" USING SR-PARAM-HBDATA01
               IF  SR88-DAT-OK
                   MOVE SR-DAT-DIAS TO WS-DIAS-ATRASO
               END-IF
           END-IF.
           MOVE REC-NOTA       TO WS-DOC-ED.
           MOVE REC-VL-PARCELA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "                   " WS-DOC-ED "/" REC-PARCELA
                  " " REC-DT-EMISSAO " " REC-DT-VENCIMENTO
                  " " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  WS-DIAS-ATRASO GREATER THAN ZEROS
               MOVE WS-DIAS-ATRASO TO WS-DIAS-ED
               STRING "  " WS-DIAS-ED " DIAS"
                      DELIMITED BY SIZE INTO REL-LINHA(83:).
           WRITE REL-LINHA.
       IMPRIME-UMA-ABERTA-EXIT.
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
           MOVE "HBEXT001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(WS-NIVEL-PGM).
           CLOSE ARQCLI.
           CLOSE ARQNOT.
           CLOSE ARQREC.
           CLOSE ARQDEV.
           CLOSE ARQNCR.
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

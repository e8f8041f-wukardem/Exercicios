       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBCRG001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - CARGA DOS VENDEDORES EXTERNOS: UM ARQUIVO POR
      *   VENDEDOR ATIVO (C:\HBSIS\DB\CRGnnnnnnn.TXT) COM OS
      *   CLIENTES DO VENDEDOR (CLI-VEN-COD), SITUACAO E
      *   CREDITO DISPONIVEL, AS PARCELAS EM ATRASO DESSES
      *   CLIENTES, OS PRODUTOS ATIVOS COM O PRECO VIGENTE DO
      *   ARQPRC E O SALDO DO ARQEST, E OS PRECOS VIGENTES DAS
      *   LISTAS USADAS PELOS CLIENTES (LAYOUT NO FCRG0001.FD)
      * - CREDITO COMPROMETIDO = PEDIDOS NAO ENCERRADOS, A
      *   MESMA CONTA DO HBPED001 E DO HBPEDIMP
      * - RESUMO COM A QUANTIDADE DE REGISTROS POR VENDEDOR
      *   (RELCRG.TXT)
      * - CHAMADO PELO OPERADOR NOTURNO (HBOPR001) RODA SEM
      *   TELA; ARQUIVO BASICO FALTANDO VOLTA RETURN-CODE 8
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
           COPY "C:\HBSIS\FTT\FVEN0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FPRC0001.SEL".
           COPY "C:\Hbsis\ftt\FLPR0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FCRG0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\HBSIS\FTT\FVEN0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FPRC0001.FD".
           COPY "C:\Hbsis\ftt\FLPR0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FCRG0001.FD".
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
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-LPR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CRG             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  CLI-ARQ-WK                 PIC X(080)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-MODO-BATCH              PIC XXX     VALUE "NAO".
       77  WS-CONFIRMADO              PIC XXX     VALUE "NAO".
       77  WS-ERRO-BASE               PIC XXX     VALUE "NAO".
       77  WS-ABRIU-PRC               PIC XXX     VALUE "NAO".
       77  WS-ABRIU-LPR               PIC XXX     VALUE "NAO".
       77  WS-ABRIU-EST               PIC XXX     VALUE "NAO".
       77  WS-ABRIU-REC               PIC XXX     VALUE "NAO".
       77  WS-ABRIU-PED               PIC XXX     VALUE "NAO".
       77  WS-VEN-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CLI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PRO-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PRC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-LPR-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CRED-EOF                PIC XXX     VALUE "NAO".
       77  WS-PRECO-ACHADO            PIC XXX     VALUE "NAO".
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-PRECO                   PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-SALDO                   PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-CRED-ABERTO             PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-CRED-DISP               PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-LPR-PRO-ANT             PIC 9(013)  VALUE ZEROS.
       77  WS-LPR-PRECO-ANT           PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-IND                     PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-LST                 PIC 9(003)  VALUE ZEROS.
       77  WS-QTD-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-ATR                 PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-PRO                 PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-LPR                 PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-REG                 PIC 9(007)  VALUE ZEROS.
       77  WS-VEN-GERADOS             PIC 9(005)  VALUE ZEROS.
       77  WS-VEN-ERROS               PIC 9(005)  VALUE ZEROS.
       77  WS-TOT-REG                 PIC 9(009)  VALUE ZEROS.
       77  WS-CLI-ED                  PIC ZZZZZZZ9.
       77  WS-ATR-ED                  PIC ZZZZZZZ9.
       77  WS-PRO-ED                  PIC ZZZZZZZ9.
       77  WS-LPR-ED                  PIC ZZZZZZZ9.
       77  WS-REG-ED                  PIC ZZZZZZZ9.
       77  WS-VEN-ED                  PIC ZZZZ9.
       77  WS-TOT-ED                  PIC ZZZZZZZZ9.
       77  WS-CRG-LIM-ED              PIC 9(009),9(002).
       77  WS-CRG-ABE-ED              PIC 9(011),9(002).
       77  WS-CRG-DIS-ED              PIC 9(011),9(002).
       77  WS-CRG-VLP-ED              PIC 9(009),9(002).
       77  WS-CRG-VLU-ED              PIC 9(007),9(002).
       77  WS-CRG-SLD-ED              PIC 9(007),9(002).
       01  WS-TAB-LISTAS.
           03  WS-TL-LISTA            PIC 9(004) OCCURS 50 TIMES.

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
           MOVE "NAO" TO WS-MODO-BATCH.
           IF  LK-PGM-CHAMADOR EQUAL "HBOPR001"
               MOVE "SIM" TO WS-MODO-BATCH.
           PERFORM INICIO THRU INICIO-EXIT
           IF  WS-CONFIRMADO EQUAL "SIM"
               PERFORM ROT-CARGA THRU ROT-CARGA-EXIT
           END-IF
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       INICIO.
           MOVE "HBCRG001 " TO WK-COD-PGM.
           MOVE " CARGA VENDEDOR EXTERNO" TO WK-DESC-PGM.
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
           IF  WS-MODO-BATCH EQUAL "SIM"
               MOVE "SIM" TO WS-CONFIRMADO
               GO  TO  INICIO-EXIT.
           MOVE "HBCRG001 " TO LK-PGM(2).
           DISPLAY G-TPLANO2.
           MOVE "HBCRG001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Gerar a carga dos vendedores agora ..."
                                   TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE "SIM" TO WS-CONFIRMADO
           ELSE
               MOVE "NAO" TO WS-CONFIRMADO.
       INICIO-EXIT.
           EXIT.

       ROT-CARGA.
           PERFORM ABRE-BASES THRU ABRE-BASES-EXIT.
           IF  WS-ERRO-BASE EQUAL "SIM"
               PERFORM FECHA-BASES THRU FECHA-BASES-EXIT
               MOVE "HBCRG001"              TO WS-LOG-PROGRAMA
               MOVE "CARGA NAO GERADA"      TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG
               IF  WS-MODO-BATCH EQUAL "SIM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Arquivo basico nao encontrado..." TO MSG
                   PERFORM MENSAGEM THRU MENSAGEM-EXIT
               END-IF
               GO  TO  ROT-CARGA-EXIT.
           MOVE ZEROS TO WS-VEN-GERADOS WS-VEN-ERROS WS-TOT-REG.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELCRG"   TO SR-REL-BASE.
           MOVE "HBCRG001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "CARGA DOS VENDEDORES EXTERNOS - DATA "
                  WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "VENDED. NOME                          "
                  " CLIENTES  ATRASOS PRODUTOS   LISTAS"
                  "    TOTAL ARQUIVO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-VEN-EOF.
           MOVE ZEROS TO VEN-COD.
           START ARQVEN KEY IS NOT LESS THAN VEN-COD INVALID KEY
               MOVE "SIM" TO WS-VEN-EOF.
           PERFORM GERA-VENDEDOR THRU GERA-VENDEDOR-EXIT
                   UNTIL WS-VEN-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VEN-GERADOS TO WS-VEN-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ARQUIVOS GERADOS.....: " WS-VEN-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-REG TO WS-TOT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DE REGISTROS...: " WS-TOT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-VEN-ERROS NOT EQUAL ZEROS
               MOVE WS-VEN-ERROS TO WS-VEN-ED
               MOVE SPACES TO REL-LINHA
               STRING "ARQUIVOS COM ERRO....: " WS-VEN-ED
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               STRING "TABELA DE LISTAS ESTOUROU: HA VENDEDOR COM "
                      "MAIS DE 50 LISTAS, AS EXCEDENTES FICARAM "
                      "FORA DA CARGA"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
           PERFORM FECHA-BASES THRU FECHA-BASES-EXIT.
           MOVE "HBCRG001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES TO WS-LOG-ACAO.
           STRING "CARGA VEND " WS-VEN-GERADOS
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           IF  WS-MODO-BATCH EQUAL "SIM"
      *        ERRO DE GRAVACAO DE UM VENDEDOR NAO PARA A CADEIA;
      *        FICA NO RELCRG PARA A CONFERENCIA DA MANHA
               MOVE ZEROS TO RETURN-CODE
               GO  TO  ROT-CARGA-EXIT.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-CARGA-EXIT.
           EXIT.

       ABRE-BASES.
           MOVE "NAO" TO WS-ERRO-BASE WS-ABRIU-PRC WS-ABRIU-LPR
                         WS-ABRIU-EST WS-ABRIU-REC WS-ABRIU-PED.
           MOVE "ARQVEN.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQVEN.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "SIM" TO WS-ERRO-BASE.
           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO CLI-ARQ-WK.
           OPEN INPUT ARQCLI.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "SIM" TO WS-ERRO-BASE.
           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "SIM" TO WS-ERRO-BASE.
      *    OS DEMAIS PODEM NAO EXISTIR AINDA: A CARGA SAI SEM PRECO,
      *    SEM SALDO, SEM ATRASOS OU SEM CREDITO COMPROMETIDO
           MOVE "ARQPRC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRC PRC-ARQ-WK.
           OPEN INPUT ARQPRC.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "SIM" TO WS-ABRIU-PRC.
           MOVE "ARQLPR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-LPR LPR-ARQ-WK.
           OPEN INPUT ARQLPR.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "SIM" TO WS-ABRIU-LPR.
           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN INPUT ARQEST.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "SIM" TO WS-ABRIU-EST.
           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN INPUT ARQREC.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "SIM" TO WS-ABRIU-REC.
           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "SIM" TO WS-ABRIU-PED.
       ABRE-BASES-EXIT.
           EXIT.

       FECHA-BASES.
           CLOSE ARQVEN.
           CLOSE ARQCLI.
           CLOSE ARQPRO.
           IF  WS-ABRIU-PRC EQUAL "SIM"
               CLOSE ARQPRC.
           IF  WS-ABRIU-LPR EQUAL "SIM"
               CLOSE ARQLPR.
           IF  WS-ABRIU-EST EQUAL "SIM"
               CLOSE ARQEST.
           IF  WS-ABRIU-REC EQUAL "SIM"
               CLOSE ARQREC.
           IF  WS-ABRIU-PED EQUAL "SIM"
               CLOSE ARQPED.
       FECHA-BASES-EXIT.
           EXIT.

       GERA-VENDEDOR.
           READ ARQVEN NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-VEN-EOF
                   GO  TO  GERA-VENDEDOR-EXIT
           END-READ.
           IF  VEN-INATIVO
               GO  TO  GERA-VENDEDOR-EXIT.
           MOVE ZEROS TO WS-QTD-CLI WS-QTD-ATR WS-QTD-PRO
                         WS-QTD-LPR WS-QTD-REG WS-QTD-LST.
           MOVE SPACES TO WS-CAMINHO-CRG.
           STRING "C:\HBSIS\DB\CRG" VEN-COD ".TXT"
                  DELIMITED BY SIZE INTO WS-CAMINHO-CRG.
           MOVE WS-CAMINHO-CRG TO CRG-ARQ-WK.
           OPEN OUTPUT ARQCRG.
           IF  WK01-RETCOD NOT EQUAL "00"
               ADD 1 TO WS-VEN-ERROS
               MOVE SPACES TO REL-LINHA
               STRING VEN-COD " " VEN-NOME(1:30)
                      " *ERRO " WK01-RETCOD " AO GRAVAR "
                      WS-CAMINHO-CRG(13:14)
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  GERA-VENDEDOR-EXIT.
           MOVE SPACES TO CRG-LINHA.
           STRING "H;" VEN-COD ";" VEN-NOME ";" WK-DATA-SYS
                  DELIMITED BY SIZE INTO CRG-LINHA.
           WRITE CRG-LINHA.
           ADD 1 TO WS-QTD-REG.
           MOVE "NAO" TO WS-CLI-EOF.
           MOVE ZEROS TO CLI-COD.
           START ARQCLI KEY IS NOT LESS THAN CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CLI-EOF.
           PERFORM GERA-CLIENTE THRU GERA-CLIENTE-EXIT
                   UNTIL WS-CLI-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-PRO-EOF.
           MOVE ZEROS TO PRO-COD.
           START ARQPRO KEY IS NOT LESS THAN PRO-COD INVALID KEY
               MOVE "SIM" TO WS-PRO-EOF.
           PERFORM GERA-PRODUTO THRU GERA-PRODUTO-EXIT
                   UNTIL WS-PRO-EOF EQUAL "SIM".
           IF  WS-ABRIU-LPR EQUAL "SIM"
               MOVE ZEROS TO WS-IND
               PERFORM GERA-LISTA THRU GERA-LISTA-EXIT
                       UNTIL WS-IND NOT LESS THAN WS-QTD-LST.
           ADD 1 TO WS-QTD-REG.
           MOVE SPACES TO CRG-LINHA.
           STRING "T;" WS-QTD-CLI ";" WS-QTD-ATR ";" WS-QTD-PRO
                  ";" WS-QTD-LPR ";" WS-QTD-REG
                  DELIMITED BY SIZE INTO CRG-LINHA.
           WRITE CRG-LINHA.
           CLOSE ARQCRG.
           ADD 1 TO WS-VEN-GERADOS.
           ADD WS-QTD-REG TO WS-TOT-REG.
           MOVE WS-QTD-CLI TO WS-CLI-ED.
           MOVE WS-QTD-ATR TO WS-ATR-ED.
           MOVE WS-QTD-PRO TO WS-PRO-ED.
           MOVE WS-QTD-LPR TO WS-LPR-ED.
           MOVE WS-QTD-REG TO WS-REG-ED.
           MOVE SPACES TO REL-LINHA.
           STRING VEN-COD " " VEN-NOME(1:30)
                  " " WS-CLI-ED " " WS-ATR-ED " " WS-PRO-ED
                  " " WS-LPR-ED " " WS-REG-ED
                  " " WS-CAMINHO-CRG(13:14)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       GERA-VENDEDOR-EXIT.
           EXIT.

       GERA-CLIENTE.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CLI-EOF
                   GO  TO  GERA-CLIENTE-EXIT
           END-READ.
           IF  CLI-VEN-COD NOT EQUAL VEN-COD
               GO  TO  GERA-CLIENTE-EXIT.
           MOVE ZEROS TO WS-CRED-ABERTO WS-CRED-DISP.
           IF  WS-ABRIU-PED EQUAL "SIM"
               PERFORM SOMA-PEDIDOS-ABERTOS THRU
                       SOMA-PEDIDOS-ABERTOS-EXIT.
           IF  CLI-LIMITE-CREDITO GREATER THAN WS-CRED-ABERTO
               COMPUTE WS-CRED-DISP =
                       CLI-LIMITE-CREDITO - WS-CRED-ABERTO.
           MOVE CLI-LIMITE-CREDITO TO WS-CRG-LIM-ED.
           MOVE WS-CRED-ABERTO     TO WS-CRG-ABE-ED.
           MOVE WS-CRED-DISP       TO WS-CRG-DIS-ED.
           MOVE SPACES TO CRG-LINHA.
           STRING "C;" CLI-COD ";" CLI-NOME ";" CLI-CNPJ
                  ";" CLI-CIDADE ";" CLI-UF ";" CLI-SITUACAO
                  ";" CLI-LISTA-PRECO ";" WS-CRG-LIM-ED
                  ";" WS-CRG-ABE-ED ";" WS-CRG-DIS-ED
                  DELIMITED BY SIZE INTO CRG-LINHA.
           WRITE CRG-LINHA.
           ADD 1 TO WS-QTD-CLI WS-QTD-REG.
           IF  CLI-LISTA-PRECO NOT EQUAL ZEROS
               PERFORM GUARDA-LISTA THRU GUARDA-LISTA-EXIT.
           IF  WS-ABRIU-REC EQUAL "NAO"
               GO  TO  GERA-CLIENTE-EXIT.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE CLI-COD TO REC-CLI-COD.
           START ARQREC KEY IS EQUAL REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM GERA-ATRASO THRU GERA-ATRASO-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
       GERA-CLIENTE-EXIT.
           EXIT.

      *    MESMA CONTA DO HBPED001/HBPEDIMP: PEDIDOS NAO ENCERRADOS
       SOMA-PEDIDOS-ABERTOS.
           MOVE "NAO" TO WS-CRED-EOF.
           MOVE CLI-COD TO PED-CLI-COD.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CRED-EOF.
           PERFORM SOMA-UM-ABERTO THRU SOMA-UM-ABERTO-EXIT
                   UNTIL WS-CRED-EOF EQUAL "SIM".
       SOMA-PEDIDOS-ABERTOS-EXIT.
           EXIT.

       SOMA-UM-ABERTO.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CRED-EOF
                   GO  TO  SOMA-UM-ABERTO-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-CRED-EOF
               GO  TO  SOMA-UM-ABERTO-EXIT.
           IF  PED-SIT-FINAL
               GO  TO  SOMA-UM-ABERTO-EXIT.
           ADD PED-VL-TOTAL TO WS-CRED-ABERTO.
       SOMA-UM-ABERTO-EXIT.
           EXIT.

       GUARDA-LISTA.
           MOVE ZEROS TO WS-IND.
       GUARDA-LISTA-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-LST
               IF  WS-QTD-LST LESS THAN 50
                   ADD 1 TO WS-QTD-LST
                   MOVE CLI-LISTA-PRECO TO WS-TL-LISTA(WS-QTD-LST)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
               END-IF
               GO  TO  GUARDA-LISTA-EXIT.
           IF  WS-TL-LISTA(WS-IND) NOT EQUAL CLI-LISTA-PRECO
               GO  TO  GUARDA-LISTA-PROCURA.
       GUARDA-LISTA-EXIT.
           EXIT.

       GERA-ATRASO.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  GERA-ATRASO-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL CLI-COD
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  GERA-ATRASO-EXIT.
           IF  NOT REC-ABERTA
               OR REC-DT-VENCIMENTO NOT LESS THAN WK-DATA-SYS
               GO  TO  GERA-ATRASO-EXIT.
           MOVE REC-VL-PARCELA TO WS-CRG-VLP-ED.
           MOVE SPACES TO CRG-LINHA.
           STRING "V;" REC-CLI-COD ";" REC-NOTA ";" REC-PARCELA
                  ";" REC-DT-VENCIMENTO ";" WS-CRG-VLP-ED
                  DELIMITED BY SIZE INTO CRG-LINHA.
           WRITE CRG-LINHA.
           ADD 1 TO WS-QTD-ATR WS-QTD-REG.
       GERA-ATRASO-EXIT.
           EXIT.

       GERA-PRODUTO.
           READ ARQPRO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PRO-EOF
                   GO  TO  GERA-PRODUTO-EXIT
           END-READ.
           IF  NOT PRO-ATIVO
               GO  TO  GERA-PRODUTO-EXIT.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-EXIT.
           MOVE ZEROS TO WS-SALDO.
           IF  WS-ABRIU-EST EQUAL "SIM"
               MOVE PRO-COD TO EST-PRO-COD
               READ ARQEST INVALID KEY
                   MOVE ZEROS TO EST-SALDO
               END-READ
               IF  EST-SALDO GREATER THAN ZEROS
                   MOVE EST-SALDO TO WS-SALDO
               END-IF
           END-IF.
           MOVE WS-PRECO TO WS-CRG-VLU-ED.
           MOVE WS-SALDO TO WS-CRG-SLD-ED.
           MOVE SPACES TO CRG-LINHA.
           STRING "P;" PRO-COD ";" PRO-DESC ";" PRO-UNIDADE
                  ";" WS-CRG-VLU-ED ";" WS-CRG-SLD-ED
                  DELIMITED BY SIZE INTO CRG-LINHA.
           WRITE CRG-LINHA.
           ADD 1 TO WS-QTD-PRO WS-QTD-REG.
       GERA-PRODUTO-EXIT.
           EXIT.

      *    PRECO DA TABELA GERAL VIGENTE NA DATA DA CARGA
       BUSCA-PRECO.
           MOVE ZEROS TO WS-PRECO.
           MOVE "NAO" TO WS-PRECO-ACHADO.
           IF  WS-ABRIU-PRC EQUAL "NAO"
               GO  TO  BUSCA-PRECO-EXIT.
           MOVE "NAO" TO WS-PRC-EOF.
           MOVE PRO-COD TO PRC-PRO-COD.
           MOVE ZEROS   TO PRC-DT-INICIO.
           START ARQPRC KEY IS GREATER THAN PRC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PRC-EOF.
           PERFORM BUSCA-PRECO-LE THRU BUSCA-PRECO-LE-EXIT
                   UNTIL WS-PRC-EOF EQUAL "SIM".
       BUSCA-PRECO-EXIT.
           EXIT.

       BUSCA-PRECO-LE.
           READ ARQPRC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PRC-EOF
                   GO  TO  BUSCA-PRECO-LE-EXIT
           END-READ.
           IF  PRC-PRO-COD NOT EQUAL PRO-COD
               OR PRC-DT-INICIO GREATER THAN WK-DATA-SYS
               MOVE "SIM" TO WS-PRC-EOF
               GO  TO  BUSCA-PRECO-LE-EXIT.
           IF  PRC-DT-FIM EQUAL ZEROS
               OR PRC-DT-FIM NOT LESS THAN WK-DATA-SYS
               MOVE PRC-VL-UNITARIO TO WS-PRECO
               MOVE "SIM" TO WS-PRECO-ACHADO.
       BUSCA-PRECO-LE-EXIT.
           EXIT.

      *    PRECOS VIGENTES DE UMA LISTA USADA PELOS CLIENTES DO
      *    VENDEDOR; POR PRODUTO VALE A ULTIMA VIGENCIA INICIADA
       GERA-LISTA.
           ADD 1 TO WS-IND.
           MOVE "NAO" TO WS-LPR-EOF WS-PRECO-ACHADO.
           MOVE ZEROS TO WS-LPR-PRO-ANT WS-LPR-PRECO-ANT.
           MOVE WS-TL-LISTA(WS-IND) TO LPR-LISTA.
           MOVE ZEROS               TO LPR-PRO-COD LPR-DT-INICIO.
           START ARQLPR KEY IS NOT LESS THAN LPR-CHAVE INVALID KEY
               MOVE "SIM" TO WS-LPR-EOF.
           PERFORM GERA-LISTA-LE THRU GERA-LISTA-LE-EXIT
                   UNTIL WS-LPR-EOF EQUAL "SIM".
           PERFORM GRAVA-PRECO-LISTA THRU GRAVA-PRECO-LISTA-EXIT.
       GERA-LISTA-EXIT.
           EXIT.

       GERA-LISTA-LE.
           READ ARQLPR NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-LPR-EOF
                   GO  TO  GERA-LISTA-LE-EXIT
           END-READ.
           IF  LPR-LISTA NOT EQUAL WS-TL-LISTA(WS-IND)
               MOVE "SIM" TO WS-LPR-EOF
               GO  TO  GERA-LISTA-LE-EXIT.
           IF  LPR-PRO-COD NOT EQUAL WS-LPR-PRO-ANT
               PERFORM GRAVA-PRECO-LISTA THRU GRAVA-PRECO-LISTA-EXIT
               MOVE LPR-PRO-COD TO WS-LPR-PRO-ANT
               MOVE "NAO" TO WS-PRECO-ACHADO.
           IF  LPR-DT-INICIO GREATER THAN WK-DATA-SYS
               GO  TO  GERA-LISTA-LE-EXIT.
           IF  LPR-DT-FIM EQUAL ZEROS
               OR LPR-DT-FIM NOT LESS THAN WK-DATA-SYS
               MOVE LPR-VL-UNITARIO TO WS-LPR-PRECO-ANT
               MOVE "SIM" TO WS-PRECO-ACHADO.
       GERA-LISTA-LE-EXIT.
           EXIT.

       GRAVA-PRECO-LISTA.
           IF  WS-PRECO-ACHADO EQUAL "NAO"
               GO  TO  GRAVA-PRECO-LISTA-EXIT.
           MOVE "NAO" TO WS-PRECO-ACHADO.
           MOVE WS-LPR-PRO-ANT TO PRO-COD.
           READ ARQPRO INVALID KEY
               GO  TO  GRAVA-PRECO-LISTA-EXIT
           END-READ.
           IF  NOT PRO-ATIVO
               GO  TO  GRAVA-PRECO-LISTA-EXIT.
           MOVE WS-LPR-PRECO-ANT TO WS-CRG-VLU-ED.
           MOVE SPACES TO CRG-LINHA.
           STRING "L;" WS-TL-LISTA(WS-IND) ";" WS-LPR-PRO-ANT
                  ";" WS-CRG-VLU-ED
                  DELIMITED BY SIZE INTO CRG-LINHA.
           WRITE CRG-LINHA.
           ADD 1 TO WS-QTD-LPR WS-QTD-REG.
       GRAVA-PRECO-LISTA-EXIT.
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
           IF  WS-MODO-BATCH EQUAL "NAO"
               MOVE "HBCRG001"              TO WS-LOG-PROGRAMA
               MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG
               MOVE " " TO LK-PGM(2).
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

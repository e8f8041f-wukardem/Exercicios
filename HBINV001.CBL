       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBINV001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE INVENTARIO FISICO DO ESTOQUE
      * - ABERTURA: CONGELA O EST-SALDO DOS PRODUTOS DA FAIXA
      *   INFORMADA (ARQINV/ARQINI, SEQUENCIA "INVENTARIO"); O
      *   PRODUTO EM CONTAGEM ABERTA NAO PODE SER SEPARADO NO
      *   HBPED002
      * - FICHAS DE CONTAGEM (RELFIC.TXT) SEM O SALDO DO SISTEMA
      * - CONTAGEM: DIFERENCA ACIMA DA TOLERANCIA (%) DO
      *   INVENTARIO EXIGE SEGUNDA CONTAGEM, QUE PREVALECE
      * - DIVERGENCIA POR PRODUTO EM QUANTIDADE E VALOR PELO
      *   PRECO VIGENTE DA ARQPRC (RELDIV.TXT)
      * - AJUSTE: SO COM TODOS OS ITENS CONTADOS E CONFIRMACAO
      *   DE SUPERVISOR (LIBERACAO ACIMA DE 50); SOMA A
      *   DIFERENCA AO EST-SALDO E GRAVA O KARDEX ("AJU")
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQEST REGISTRADAS NO JOURNAL (HBJRN002) PARA A
      *   REAPLICACAO APOS RESTAURAR UM BACKUP (HBJRN001)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FINV0001.SEL".
           COPY "C:\Hbsis\ftt\FINI0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FKDX0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FPRC0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FINV0001.FD".
           COPY "C:\Hbsis\ftt\FINI0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FKDX0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FPRC0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-INV             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-INI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-KDX             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-NIVEL-SUPERVISOR        PIC X(002)  VALUE "50".
       77  WS-INV-NUM                 PIC 9(010)  VALUE ZEROS.
       77  WS-INV-OK                  PIC XXX     VALUE "NAO".
       77  WS-INV-EXIGE-ABERTO        PIC XXX     VALUE "SIM".
       77  WS-INV-MODO                PIC X(003)  VALUE SPACES.
       77  WS-PRO-INICIAL             PIC 9(013)  VALUE ZEROS.
       77  WS-PRO-FINAL               PIC 9(013)  VALUE ZEROS.
       77  WS-TOLERANCIA              PIC 9(003)  VALUE ZEROS.
       77  WS-CONT-PRO                PIC 9(013)  VALUE ZEROS.
       77  WS-QTD-WK                  PIC ZZZZZZ9,99.
       77  WS-QTD-CONTADA             PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-DIF-ABS                 PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-FOTO-ABS                PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-LIMITE                  PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-PRO-EOF                 PIC XXX     VALUE "NAO".
       77  WS-INI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-BLQ-EOF                 PIC XXX     VALUE "NAO".
       77  WS-EM-CONTAGEM             PIC XXX     VALUE "NAO".
       77  WS-EST-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-SECAO-CAB               PIC XXX     VALUE "NAO".
       77  WS-ITENS                   PIC 9(005)  VALUE ZEROS.
       77  WS-JA-ABERTOS              PIC 9(005)  VALUE ZEROS.
       77  WS-CONTADOS                PIC 9(005)  VALUE ZEROS.
       77  WS-PENDENTES               PIC 9(005)  VALUE ZEROS.
       77  WS-RECONTAGEM              PIC 9(005)  VALUE ZEROS.
       77  WS-DIVERGENTES             PIC 9(005)  VALUE ZEROS.
       77  WS-AJUSTADOS               PIC 9(005)  VALUE ZEROS.
       77  WS-VL-DIF                  PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-VL-SOBRA                PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-VL-FALTA                PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-VL-LIQUIDO              PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-PRECO-ACHADO            PIC XXX     VALUE "NAO".
       77  WS-PRECO-TABELA            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-PRC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-KDX-TIPO                PIC X(003)  VALUE SPACES.
       77  WS-KDX-QTD                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-KDX-DOC-TIPO            PIC X(001)  VALUE SPACES.
       77  WS-KDX-DOC-NUM             PIC 9(010)  VALUE ZEROS.
       77  WS-KDX-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-INV-ED                  PIC Z(009)9.
       77  WS-PRO-ED                  PIC Z(012)9.
       77  WS-FOTO-ED                 PIC -ZZZZZZ9,99.
       77  WS-CONT-ED-Q               PIC ZZZZZZ9,99.
       77  WS-DIF-ED                  PIC -ZZZZZZ9,99.
       77  WS-VLU-ED                  PIC ZZZZZZ9,99.
       77  WS-VAL-ED                  PIC -ZZZ.ZZZ.ZZ9,99.
       77  WS-CONT-ED                 PIC ZZZZ9.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TINV0001.SS".
       COPY "C:\Hbsis\ftt\TINV0002.SS".
       COPY "C:\Hbsis\ftt\TOPCINV.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           MOVE ZEROS TO WK-OPCAO
           MOVE "NAO" TO SAIDA-WS
           PERFORM VERIF-OPCAO THRU
                   VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCINV.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-ABERTURA    THRU ROT-ABERTURA-EXIT
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-FICHAS      THRU ROT-FICHAS-EXIT
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-CONTAGEM    THRU ROT-CONTAGEM-EXIT
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-DIVERGENCIA THRU ROT-DIVERGENCIA-EXIT
           WHEN WK-OPCAO EQUAL 5
                PERFORM ROT-AJUSTE      THRU ROT-AJUSTE-EXIT
           WHEN WK-OPCAO EQUAL 6
                PERFORM ROT-CANCELA     THRU ROT-CANCELA-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 5
                MOVE "PRO" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 6
                MOVE "EXC" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBINV001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ABERTURA: CONGELA O SALDO DOS PRODUTOS DA FAIXA       *
      *----------------------------------------------------------*
       ROT-ABERTURA.
           DISPLAY G-TINV0001.
           MOVE ZEROS          TO WS-PRO-INICIAL.
           MOVE 9999999999999  TO WS-PRO-FINAL.
           MOVE 005            TO WS-TOLERANCIA.
       ENTRAR-FAIXA.
           ACCEPT WS-PRO-INICIAL AT 0925 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-ABERTURA-EXIT
           END-IF
           ACCEPT WS-PRO-FINAL AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-PRO-FINAL LESS THAN WS-PRO-INICIAL
               MOVE "Faixa de produtos invalida...          "
                                   TO WK-MSG-ADV1
               MOVE "Produto final menor que o inicial...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-FAIXA.
           ACCEPT WS-TOLERANCIA AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE "Congela o saldo e abre o inventario ..."
                                             TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  ROT-ABERTURA-EXIT.
           MOVE "OBT"        TO SR-SEQ-FUNCAO.
           MOVE "INVENTARIO" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Inventario nao foi aberto...           "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-ABERTURA-EXIT.
           MOVE SR-SEQ-NUMERO  TO WS-INV-NUM.
           MOVE SPACES         TO INV-REG.
           MOVE WS-INV-NUM     TO INV-NUMERO.
           MOVE WK-DATA-SYS    TO INV-DT-ABERTURA.
           MOVE LK-USUARIO     TO INV-USU-ABERTURA.
           MOVE WS-PRO-INICIAL TO INV-PRO-INICIAL.
           MOVE WS-PRO-FINAL   TO INV-PRO-FINAL.
           MOVE WS-TOLERANCIA  TO INV-TOLERANCIA.
           MOVE ZEROS          TO INV-QTD-ITENS INV-DT-ENCERRAMENTO
                                  INV-VL-AJUSTE.
           MOVE "A"            TO INV-SITUACAO.
           WRITE INV-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-ABERTURA-EXIT
           END-WRITE.
           MOVE ZEROS TO WS-ITENS WS-JA-ABERTOS.
           MOVE "NAO" TO WS-PRO-EOF.
           MOVE WS-PRO-INICIAL TO PRO-COD.
           START ARQPRO KEY IS NOT LESS THAN PRO-COD INVALID KEY
               MOVE "SIM" TO WS-PRO-EOF.
           PERFORM ABRE-UM-PRODUTO THRU ABRE-UM-PRODUTO-EXIT
                   UNTIL WS-PRO-EOF EQUAL "SIM".
           MOVE WS-INV-NUM TO INV-NUMERO.
           READ ARQINV INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-ABERTURA-EXIT
           END-READ.
           MOVE WS-ITENS TO INV-QTD-ITENS.
           IF  WS-ITENS EQUAL ZEROS
               MOVE "C"         TO INV-SITUACAO
               MOVE WK-DATA-SYS TO INV-DT-ENCERRAMENTO
               MOVE LK-USUARIO  TO INV-USU-ENCERRAMENTO.
           REWRITE INV-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           IF  WS-ITENS EQUAL ZEROS
               MOVE "Nenhum produto livre na faixa...       "
                                   TO WK-MSG-ADV1
               MOVE "Inventario nao foi aberto...           "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-ABERTURA-EXIT.
           MOVE WS-INV-NUM TO WS-INV-ED.
           DISPLAY WS-INV-ED AT 1225 WITH REVERSE-VIDEO.
           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE "ABRIU INVENTARIO"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE WS-ITENS TO WS-CONT-ED.
           MOVE SPACES TO MSG.
           STRING "Inventario aberto com " WS-CONT-ED " itens"
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           IF  WS-JA-ABERTOS GREATER THAN ZEROS
               MOVE WS-JA-ABERTOS TO WS-CONT-ED
               MOVE SPACES TO MSG
               STRING WS-CONT-ED " ja estavam em outra contagem"
                      DELIMITED BY SIZE INTO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-ABERTURA-EXIT.
           EXIT.

       ABRE-UM-PRODUTO.
           READ ARQPRO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PRO-EOF
                   GO  TO  ABRE-UM-PRODUTO-EXIT
           END-READ.
           IF  PRO-COD GREATER THAN WS-PRO-FINAL
               MOVE "SIM" TO WS-PRO-EOF
               GO  TO  ABRE-UM-PRODUTO-EXIT.
           MOVE PRO-COD TO EST-PRO-COD.
           READ ARQEST INVALID KEY
               MOVE PRO-COD TO EST-PRO-COD
               MOVE ZEROS TO EST-SALDO EST-MINIMO EST-DT-ULT-MOV
           END-READ.
           IF  PRO-INATIVO AND EST-SALDO EQUAL ZEROS
               GO  TO  ABRE-UM-PRODUTO-EXIT.
           MOVE PRO-COD TO WS-CONT-PRO.
           PERFORM PRODUTO-EM-CONTAGEM THRU PRODUTO-EM-CONTAGEM-EXIT.
           IF  WS-EM-CONTAGEM EQUAL "SIM"
               ADD 1 TO WS-JA-ABERTOS
               GO  TO  ABRE-UM-PRODUTO-EXIT.
           MOVE SPACES      TO INI-REG.
           MOVE WS-INV-NUM  TO INI-NUMERO.
           MOVE PRO-COD     TO INI-PRO-COD.
           MOVE EST-SALDO   TO INI-SALDO-FOTO.
           MOVE ZEROS       TO INI-QTD-CONT1 INI-QTD-CONT2
                               INI-QTD-FINAL INI-DIFERENCA
                               INI-VL-UNITARIO.
           MOVE "0"         TO INI-ETAPA.
           MOVE "A"         TO INI-SITUACAO.
           WRITE INI-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ABRE-UM-PRODUTO-EXIT
           END-WRITE.
           ADD 1 TO WS-ITENS.
       ABRE-UM-PRODUTO-EXIT.
           EXIT.

       PRODUTO-EM-CONTAGEM.
           MOVE "NAO" TO WS-EM-CONTAGEM WS-BLQ-EOF.
           MOVE WS-CONT-PRO TO INI-PRO-COD.
           START ARQINI KEY IS EQUAL INI-PRO-COD INVALID KEY
               MOVE "SIM" TO WS-BLQ-EOF.
           PERFORM PRODUTO-EM-CONTAGEM-LE THRU
                   PRODUTO-EM-CONTAGEM-LE-EXIT
                   UNTIL WS-BLQ-EOF EQUAL "SIM".
       PRODUTO-EM-CONTAGEM-EXIT.
           EXIT.

       PRODUTO-EM-CONTAGEM-LE.
           READ ARQINI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-BLQ-EOF
                   GO  TO  PRODUTO-EM-CONTAGEM-LE-EXIT
           END-READ.
           IF  INI-PRO-COD NOT EQUAL WS-CONT-PRO
               MOVE "SIM" TO WS-BLQ-EOF
               GO  TO  PRODUTO-EM-CONTAGEM-LE-EXIT.
           IF  INI-ABERTO
               MOVE "SIM" TO WS-EM-CONTAGEM WS-BLQ-EOF.
       PRODUTO-EM-CONTAGEM-LE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SELECAO DO INVENTARIO (OPCOES 2, 4, 5 E 6)            *
      *----------------------------------------------------------*
       PEDE-INVENTARIO.
           MOVE "NAO" TO WS-INV-OK.
           MOVE ZEROS TO WS-INV-NUM.
           DISPLAY "Inventario:" AT 2003.
           ACCEPT WS-INV-NUM AT 2015 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           DISPLAY "                          " AT 2003.
           IF  TECLA EQUAL "01" OR WS-INV-NUM EQUAL ZEROS
               GO  TO  PEDE-INVENTARIO-EXIT.
           MOVE WS-INV-NUM TO INV-NUMERO.
           READ ARQINV INVALID KEY
                MOVE "Inventario nao cadastrado...           "
                                    TO WK-MSG-ADV1
                MOVE "Informe o numero da abertura...        "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  PEDE-INVENTARIO-EXIT
           END-READ.
           IF  WS-INV-EXIGE-ABERTO EQUAL "SIM"
               AND NOT INV-ABERTO
               MOVE "Inventario ja encerrado...             "
                                   TO WK-MSG-ADV1
               MOVE "Ajustado ou cancelado anteriormente... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  PEDE-INVENTARIO-EXIT.
           MOVE "SIM" TO WS-INV-OK.
       PEDE-INVENTARIO-EXIT.
           EXIT.

       PERCORRE-INVENTARIO.
           MOVE "NAO" TO WS-INI-EOF.
           MOVE WS-INV-NUM TO INI-NUMERO.
           MOVE ZEROS      TO INI-PRO-COD.
           START ARQINI KEY IS NOT LESS THAN INI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-INI-EOF.
           PERFORM TRATA-UM-ITEM-INV THRU TRATA-UM-ITEM-INV-EXIT
                   UNTIL WS-INI-EOF EQUAL "SIM".
       PERCORRE-INVENTARIO-EXIT.
           EXIT.

       TRATA-UM-ITEM-INV.
           READ ARQINI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-INI-EOF
                   GO  TO  TRATA-UM-ITEM-INV-EXIT
           END-READ.
           IF  INI-NUMERO NOT EQUAL WS-INV-NUM
               MOVE "SIM" TO WS-INI-EOF
               GO  TO  TRATA-UM-ITEM-INV-EXIT.
           EVALUATE WS-INV-MODO
               WHEN "FC1"
                   IF  INI-A-CONTAR
                       PERFORM FICHA-ITEM THRU FICHA-ITEM-EXIT
                   END-IF
               WHEN "FC2"
                   IF  INI-PEDE-RECONTAGEM
                       PERFORM FICHA-ITEM THRU FICHA-ITEM-EXIT
                   END-IF
               WHEN "DIV"
                   PERFORM DIVERGENCIA-ITEM THRU
                           DIVERGENCIA-ITEM-EXIT
               WHEN "PEN"
                   IF  NOT INI-CONTADO
                       ADD 1 TO WS-PENDENTES
                   END-IF
               WHEN "AJU"
                   PERFORM AJUSTA-ITEM THRU AJUSTA-ITEM-EXIT
               WHEN "CAN"
                   MOVE "C" TO INI-SITUACAO
                   REWRITE INI-REG INVALID KEY
                       PERFORM 9100-RETCOD
                   END-REWRITE
           END-EVALUATE.
       TRATA-UM-ITEM-INV-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FICHAS DE CONTAGEM                                    *
      *----------------------------------------------------------*
       ROT-FICHAS.
           MOVE "SIM" TO WS-INV-EXIGE-ABERTO.
           PERFORM PEDE-INVENTARIO THRU PEDE-INVENTARIO-EXIT.
           IF  WS-INV-OK EQUAL "NAO"
               GO  TO  ROT-FICHAS-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELFIC"   TO SR-REL-BASE.
           MOVE "HBINV001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE WS-INV-NUM TO WS-INV-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "FICHAS DE CONTAGEM - INVENTARIO " WS-INV-ED
                  " ABERTO EM " INV-DT-ABERTURA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-ITENS.
           MOVE "NAO" TO WS-SECAO-CAB.
           MOVE "FC1" TO WS-INV-MODO.
           PERFORM PERCORRE-INVENTARIO THRU PERCORRE-INVENTARIO-EXIT.
           MOVE "NAO" TO WS-SECAO-CAB.
           MOVE "FC2" TO WS-INV-MODO.
           PERFORM PERCORRE-INVENTARIO THRU PERCORRE-INVENTARIO-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ITENS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS A CONTAR: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE "FICHAS INVENTARIO"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-FICHAS-EXIT.
           EXIT.

       FICHA-ITEM.
           IF  WS-SECAO-CAB EQUAL "NAO"
               MOVE "SIM" TO WS-SECAO-CAB
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               IF  WS-INV-MODO EQUAL "FC1"
                   MOVE "PRIMEIRA CONTAGEM" TO REL-LINHA
               ELSE
                   MOVE "SEGUNDA CONTAGEM - ACIMA DA TOLERANCIA"
                                            TO REL-LINHA
               END-IF
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA.
           ADD 1 TO WS-ITENS.
           MOVE INI-PRO-COD TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
               MOVE SPACES           TO PRO-UNIDADE
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING WS-PRO-ED " " PRO-DESC(1:30) " " PRO-UNIDADE
                  "  QTD: _____________  CONTADO POR: __________"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       FICHA-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    DIGITACAO DAS CONTAGENS                               *
      *----------------------------------------------------------*
       ROT-CONTAGEM.
           DISPLAY G-TINV0002.
           MOVE ZEROS TO WS-INV-NUM.
       ENTRAR-INVENTARIO.
           ACCEPT WS-INV-NUM AT 0925 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-INV-NUM = ZEROS THEN
              GO  TO  ROT-CONTAGEM-EXIT
           END-IF
           MOVE WS-INV-NUM TO INV-NUMERO.
           READ ARQINV INVALID KEY
                MOVE "Inventario nao cadastrado...           "
                                    TO WK-MSG-ADV1
                MOVE "Informe o numero da abertura...        "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-INVENTARIO
           END-READ.
           IF  NOT INV-ABERTO
               MOVE "Inventario ja encerrado...             "
                                   TO WK-MSG-ADV1
               MOVE "Ajustado ou cancelado anteriormente... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-INVENTARIO.
           MOVE "NAO" TO SAIDA-WS.
           PERFORM CONTA-UM-PRODUTO THRU CONTA-UM-PRODUTO-EXIT
                   UNTIL SAIDA-WS EQUAL "SIM".
       ROT-CONTAGEM-EXIT.
           EXIT.

       CONTA-UM-PRODUTO.
           DISPLAY "                                        " AT 1040.
           DISPLAY "   " AT 1125.
           MOVE ZEROS TO WS-CONT-PRO.
           ACCEPT WS-CONT-PRO AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-CONT-PRO = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  CONTA-UM-PRODUTO-EXIT
           END-IF
           MOVE WS-INV-NUM  TO INI-NUMERO.
           MOVE WS-CONT-PRO TO INI-PRO-COD.
           READ ARQINI INVALID KEY
                MOVE "Produto fora deste inventario...       "
                                    TO WK-MSG-ADV1
                MOVE "Informe um produto da faixa aberta...  "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  CONTA-UM-PRODUTO-EXIT
           END-READ.
           MOVE WS-CONT-PRO TO PRO-COD.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           DISPLAY PRO-DESC AT 1040 WITH REVERSE-VIDEO.
           IF  INI-CONTADO
               MOVE "Produto ja contado neste inventario... "
                                   TO WK-MSG-ADV1
               MOVE "Contagem concluida nao pode mudar...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  CONTA-UM-PRODUTO-EXIT.
           IF  INI-A-CONTAR
               DISPLAY "1a " AT 1125 WITH REVERSE-VIDEO
           ELSE
               DISPLAY "2a " AT 1125 WITH REVERSE-VIDEO
           END-IF.
           MOVE ZEROS TO WS-QTD-WK.
           ACCEPT WS-QTD-WK AT 1225 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  CONTA-UM-PRODUTO-EXIT
           END-IF
           MOVE WS-QTD-WK TO WS-QTD-CONTADA.
           MOVE "Confirma a contagem ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  CONTA-UM-PRODUTO-EXIT.
           IF  INI-PEDE-RECONTAGEM
               MOVE WS-QTD-CONTADA TO INI-QTD-CONT2 INI-QTD-FINAL
               MOVE "2"            TO INI-ETAPA
               COMPUTE INI-DIFERENCA = INI-QTD-FINAL - INI-SALDO-FOTO
               PERFORM REGRAVA-ITEM THRU REGRAVA-ITEM-EXIT
               GO  TO  CONTA-UM-PRODUTO-EXIT.
           MOVE WS-QTD-CONTADA TO INI-QTD-CONT1.
           COMPUTE INI-DIFERENCA = WS-QTD-CONTADA - INI-SALDO-FOTO.
           IF  INI-DIFERENCA LESS THAN ZEROS
               COMPUTE WS-DIF-ABS = ZEROS - INI-DIFERENCA
           ELSE
               MOVE INI-DIFERENCA TO WS-DIF-ABS
           END-IF.
           IF  INI-SALDO-FOTO LESS THAN ZEROS
               COMPUTE WS-FOTO-ABS = ZEROS - INI-SALDO-FOTO
           ELSE
               MOVE INI-SALDO-FOTO TO WS-FOTO-ABS
           END-IF.
           MOVE INV-TOLERANCIA TO WS-LIMITE.
           COMPUTE WS-LIMITE = WS-FOTO-ABS * INV-TOLERANCIA / 100.
           IF  WS-DIF-ABS GREATER THAN WS-LIMITE
               MOVE "1"   TO INI-ETAPA
               MOVE ZEROS TO INI-DIFERENCA
               PERFORM REGRAVA-ITEM THRU REGRAVA-ITEM-EXIT
               MOVE "Diferenca acima da tolerancia...       "
                                   TO WK-MSG-ADV1
               MOVE "Produto exige segunda contagem...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  CONTA-UM-PRODUTO-EXIT.
           MOVE WS-QTD-CONTADA TO INI-QTD-FINAL.
           MOVE "2"            TO INI-ETAPA.
           PERFORM REGRAVA-ITEM THRU REGRAVA-ITEM-EXIT.
       CONTA-UM-PRODUTO-EXIT.
           EXIT.

       REGRAVA-ITEM.
           REWRITE INI-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
       REGRAVA-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATORIO DE DIVERGENCIAS                             *
      *----------------------------------------------------------*
       ROT-DIVERGENCIA.
           MOVE "NAO" TO WS-INV-EXIGE-ABERTO.
           PERFORM PEDE-INVENTARIO THRU PEDE-INVENTARIO-EXIT.
           IF  WS-INV-OK EQUAL "NAO"
               GO  TO  ROT-DIVERGENCIA-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELDIV"   TO SR-REL-BASE.
           MOVE "HBINV001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE WS-INV-NUM TO WS-INV-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "DIVERGENCIAS DO INVENTARIO " WS-INV-ED
                  " ABERTO EM " INV-DT-ABERTURA
                  " SITUACAO " INV-SITUACAO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "      PRODUTO DESCRICAO                     "
                  "     SISTEMA     CONTADO   DIFERENCA"
                  "  PRECO UNIT.      VALOR DIFERENCA"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-ITENS WS-CONTADOS WS-PENDENTES
                         WS-DIVERGENTES WS-VL-SOBRA WS-VL-FALTA.
           MOVE "DIV" TO WS-INV-MODO.
           PERFORM PERCORRE-INVENTARIO THRU PERCORRE-INVENTARIO-EXIT.
           COMPUTE WS-VL-LIQUIDO = WS-VL-SOBRA + WS-VL-FALTA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ITENS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS NO INVENTARIO...: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CONTADOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CONTAGEM CONCLUIDA....: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PENDENTES TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PENDENTES.............: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-DIVERGENTES TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "COM DIFERENCA.........: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VL-SOBRA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DAS SOBRAS......: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VL-FALTA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DAS FALTAS......: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VL-LIQUIDO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "DIFERENCA LIQUIDA.....: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE "DIVERGENCIA INVENT."   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-DIVERGENCIA-EXIT.
           EXIT.

       DIVERGENCIA-ITEM.
           ADD 1 TO WS-ITENS.
           MOVE INI-PRO-COD TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           MOVE INI-SALDO-FOTO TO WS-FOTO-ED.
           MOVE SPACES TO REL-LINHA.
           IF  NOT INI-CONTADO
               ADD 1 TO WS-PENDENTES
               IF  INI-A-CONTAR
                   STRING WS-PRO-ED " " PRO-DESC(1:30) " " WS-FOTO-ED
                          "  *NAO CONTADO*"
                          DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                   STRING WS-PRO-ED " " PRO-DESC(1:30) " " WS-FOTO-ED
                          "  *SEGUNDA CONTAGEM PENDENTE*"
                          DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
               GO  TO  DIVERGENCIA-ITEM-EXIT.
           ADD 1 TO WS-CONTADOS.
           IF  INI-AJUSTADO
               MOVE INI-VL-UNITARIO TO WS-PRECO-TABELA
           ELSE
               MOVE INI-PRO-COD TO WS-CONT-PRO
               PERFORM BUSCA-PRECO THRU BUSCA-PRECO-EXIT
           END-IF.
           COMPUTE WS-VL-DIF ROUNDED = INI-DIFERENCA * WS-PRECO-TABELA.
           IF  INI-DIFERENCA NOT EQUAL ZEROS
               ADD 1 TO WS-DIVERGENTES.
           IF  WS-VL-DIF GREATER THAN ZEROS
               ADD WS-VL-DIF TO WS-VL-SOBRA
           ELSE
               ADD WS-VL-DIF TO WS-VL-FALTA
           END-IF.
           MOVE INI-QTD-FINAL   TO WS-CONT-ED-Q.
           MOVE INI-DIFERENCA   TO WS-DIF-ED.
           MOVE WS-PRECO-TABELA TO WS-VLU-ED.
           MOVE WS-VL-DIF       TO WS-VAL-ED.
           STRING WS-PRO-ED " " PRO-DESC(1:30) " " WS-FOTO-ED
                  "  " WS-CONT-ED-Q "  " WS-DIF-ED
                  "   " WS-VLU-ED "  " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       DIVERGENCIA-ITEM-EXIT.
           EXIT.

       BUSCA-PRECO.
           MOVE "NAO" TO WS-PRECO-ACHADO WS-PRC-EOF.
           MOVE ZEROS TO WS-PRECO-TABELA.
           MOVE WS-CONT-PRO TO PRC-PRO-COD.
           MOVE ZEROS       TO PRC-DT-INICIO.
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
           IF  PRC-PRO-COD NOT EQUAL WS-CONT-PRO
               OR PRC-DT-INICIO GREATER THAN WK-DATA-SYS
               MOVE "SIM" TO WS-PRC-EOF
               GO  TO  BUSCA-PRECO-LE-EXIT.
           IF  PRC-DT-FIM EQUAL ZEROS
               OR PRC-DT-FIM NOT LESS THAN WK-DATA-SYS
               MOVE PRC-VL-UNITARIO TO WS-PRECO-TABELA
               MOVE "SIM" TO WS-PRECO-ACHADO.
       BUSCA-PRECO-LE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AJUSTE DO ESTOQUE (CONFIRMACAO DO SUPERVISOR)         *
      *----------------------------------------------------------*
       ROT-AJUSTE.
           MOVE "SIM" TO WS-INV-EXIGE-ABERTO.
           PERFORM PEDE-INVENTARIO THRU PEDE-INVENTARIO-EXIT.
           IF  WS-INV-OK EQUAL "NAO"
               GO  TO  ROT-AJUSTE-EXIT.
           MOVE ZEROS TO WS-PENDENTES.
           MOVE "PEN" TO WS-INV-MODO.
           PERFORM PERCORRE-INVENTARIO THRU PERCORRE-INVENTARIO-EXIT.
           IF  WS-PENDENTES GREATER THAN ZEROS
               MOVE WS-PENDENTES TO WS-CONT-ED
               MOVE SPACES TO WK-MSG-ADV1
               STRING "Existem " WS-CONT-ED " itens sem contagem."
                      DELIMITED BY SIZE INTO WK-MSG-ADV1
               MOVE "Conclua as contagens antes do ajuste..."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-AJUSTE-EXIT.
           IF  LK-LIBERACAO NOT GREATER THAN WS-NIVEL-SUPERVISOR
               MOVE "Ajuste exige liberacao de supervisor..."
                                   TO WK-MSG-ADV1
               MOVE "Nivel de acesso insuficiente...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-AJUSTE-EXIT.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Supervisor: confirma o ajuste ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND WK-CONFIRMA NOT EQUAL "s"
               GO  TO  ROT-AJUSTE-EXIT.
           MOVE ZEROS TO WS-AJUSTADOS WS-VL-LIQUIDO.
           MOVE "AJU" TO WS-INV-MODO.
           PERFORM PERCORRE-INVENTARIO THRU PERCORRE-INVENTARIO-EXIT.
           MOVE WS-INV-NUM TO INV-NUMERO.
           READ ARQINV INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-AJUSTE-EXIT
           END-READ.
           MOVE "J"           TO INV-SITUACAO.
           MOVE WK-DATA-SYS   TO INV-DT-ENCERRAMENTO.
           MOVE LK-USUARIO    TO INV-USU-ENCERRAMENTO.
           MOVE WS-VL-LIQUIDO TO INV-VL-AJUSTE.
           REWRITE INV-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE "AJUSTOU INVENTARIO"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE WS-AJUSTADOS TO WS-CONT-ED.
           MOVE SPACES TO MSG.
           STRING "Estoque ajustado em " WS-CONT-ED " produtos"
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-AJUSTE-EXIT.
           EXIT.

       AJUSTA-ITEM.
           MOVE INI-PRO-COD TO WS-CONT-PRO.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-EXIT.
           MOVE WS-PRECO-TABELA TO INI-VL-UNITARIO.
           MOVE "J"             TO INI-SITUACAO.
           REWRITE INI-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           IF  INI-DIFERENCA EQUAL ZEROS
               GO  TO  AJUSTA-ITEM-EXIT.
           COMPUTE WS-VL-DIF ROUNDED = INI-DIFERENCA * WS-PRECO-TABELA.
           ADD WS-VL-DIF TO WS-VL-LIQUIDO.
           MOVE "SIM" TO WS-EST-ACHOU.
           MOVE INI-PRO-COD TO EST-PRO-COD.
           READ ARQEST WITH LOCK INVALID KEY
               MOVE "NAO" TO WS-EST-ACHOU
               MOVE INI-PRO-COD TO EST-PRO-COD
               MOVE ZEROS TO EST-SALDO EST-MINIMO EST-DT-ULT-MOV
           END-READ.
           ADD INI-DIFERENCA TO EST-SALDO.
           MOVE WK-DATA-SYS  TO EST-DT-ULT-MOV.
           IF  WS-EST-ACHOU EQUAL "SIM"
               REWRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-REWRITE
           ELSE
               WRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "INC" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-WRITE
           END-IF.
           MOVE "AJU"         TO WS-KDX-TIPO.
           MOVE INI-DIFERENCA TO WS-KDX-QTD.
           MOVE "A"           TO WS-KDX-DOC-TIPO.
           MOVE WS-INV-NUM    TO WS-KDX-DOC-NUM.
           MOVE ZEROS         TO WS-KDX-CLI.
           PERFORM GRAVA-KARDEX THRU GRAVA-KARDEX-EXIT.
           ADD 1 TO WS-AJUSTADOS.
       AJUSTA-ITEM-EXIT.
           EXIT.

       GRAVA-KARDEX.
           MOVE "OBT"    TO SR-SEQ-FUNCAO.
           MOVE "KARDEX" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Movimento de estoque nao registrado... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVA-KARDEX-EXIT.
           MOVE SPACES          TO KDX-REG.
           MOVE SR-SEQ-NUMERO   TO KDX-NUMERO.
           MOVE EST-PRO-COD     TO KDX-PRO-COD.
           MOVE WK-DATA-SYS     TO KDX-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)    TO KDX-HORA.
           MOVE WS-KDX-TIPO     TO KDX-TIPO.
           MOVE WS-KDX-QTD      TO KDX-QUANTIDADE.
           MOVE EST-SALDO       TO KDX-SALDO.
           MOVE WS-KDX-DOC-TIPO TO KDX-DOC-TIPO.
           MOVE WS-KDX-DOC-NUM  TO KDX-DOC-NUMERO.
           MOVE WS-KDX-CLI      TO KDX-CLI-COD.
           MOVE "HBINV001"      TO KDX-PROGRAMA.
           MOVE LK-USUARIO      TO KDX-USUARIO.
           WRITE KDX-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-KARDEX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CANCELAMENTO SEM AJUSTE (LIBERA A SEPARACAO)          *
      *----------------------------------------------------------*
       ROT-CANCELA.
           MOVE "SIM" TO WS-INV-EXIGE-ABERTO.
           PERFORM PEDE-INVENTARIO THRU PEDE-INVENTARIO-EXIT.
           IF  WS-INV-OK EQUAL "NAO"
               GO  TO  ROT-CANCELA-EXIT.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Cancela o inventario sem ajuste ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND WK-CONFIRMA NOT EQUAL "s"
               GO  TO  ROT-CANCELA-EXIT.
           MOVE "CAN" TO WS-INV-MODO.
           PERFORM PERCORRE-INVENTARIO THRU PERCORRE-INVENTARIO-EXIT.
           MOVE WS-INV-NUM TO INV-NUMERO.
           READ ARQINV INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-CANCELA-EXIT
           END-READ.
           MOVE "C"         TO INV-SITUACAO.
           MOVE WK-DATA-SYS TO INV-DT-ENCERRAMENTO.
           MOVE LK-USUARIO  TO INV-USU-ENCERRAMENTO.
           REWRITE INV-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE "CANCELOU INVENTARIO"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ROT-CANCELA-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "S" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
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

       ABRE-ARQUIVOS.
           MOVE "HBINV001 " TO LK-PGM(2).
           MOVE "HBINV001 " TO WK-COD-PGM.
           MOVE " INVENTARIO FISICO" TO WK-DESC-PGM.
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

           MOVE "ARQINV.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-INV INV-ARQ-WK.
           OPEN I-O ARQINV.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQINV
              CLOSE ARQINV
              OPEN I-O ARQINV
           END-IF
           MOVE " INVENTAR."           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQINI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-INI INI-ARQ-WK.
           OPEN I-O ARQINI.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQINI
              CLOSE ARQINI
              OPEN I-O ARQINI
           END-IF
           MOVE " ITENS INV"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN I-O ARQEST.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQEST
              CLOSE ARQEST
              OPEN I-O ARQEST
           END-IF
           MOVE " ESTOQUE  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQKDX.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KDX KDX-ARQ-WK.
           OPEN I-O ARQKDX.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQKDX
              CLOSE ARQKDX
              OPEN I-O ARQKDX
           END-IF
           MOVE " KARDEX   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
              CLOSE ARQPRO
              OPEN INPUT ARQPRO
           END-IF
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRC PRC-ARQ-WK.
           OPEN INPUT ARQPRC.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRC
              CLOSE ARQPRC
              OPEN INPUT ARQPRC
           END-IF
           MOVE " PRECOS   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBINV001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQINV.
           CLOSE ARQINI.
           CLOSE ARQEST.
           CLOSE ARQKDX.
           CLOSE ARQPRO.
           CLOSE ARQPRC.
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

       JORNAL-EST.
           MOVE "ARQEST"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-EST            TO SR-JRN-CAMINHO.
           MOVE EST-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-EST-EXIT.
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

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBINV001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBINV001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

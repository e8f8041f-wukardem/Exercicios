      *   ABAIXO DO MINIMO
      * - A BAIXA DO SALDO E FEITA PELO HBPED002 NO AVANCO
      *   DO PEDIDO PARA "S" (ESTORNO NO CANCELAMENTO)
      * - 15/10/2026 - KARDEX: A ENTRADA GRAVA O MOVIMENTO DE
      *   ESTOQUE (ARQKDX) COM O DOCUMENTO DE ENTRADA; RELATORIO
      *   DO KARDEX POR PRODUTO E PERIODO (RELKDX.TXT) E
      *   CONFERENCIA DO EST-SALDO CONTRA A SOMA DOS MOVIMENTOS
      *   (RELCNF.TXT), COM SALDO INICIAL ("INI") PARA OS
      *   PRODUTOS AINDA SEM MOVIMENTO
      * - 15/10/2026 - A ENTRADA AVISA QUANDO HA PENDENCIAS DE
      *   ENTREGA (ARQBKO, HBPED002) AGUARDANDO O PRODUTO
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
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FKDX0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FBKO0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FKDX0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FBKO0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-EST-PRO-WK              PIC 9(013)  VALUE ZEROS.
       77  WS-EST-SALDO-WK            PIC -ZZZZZ9,99.
       77  WS-EST-QTD-WK              PIC ZZZZ9,99.
       77  WS-ABAIXO-MIN              PIC 9(005)  VALUE ZEROS.
       77  WS-ABAIXO-ED               PIC ZZZZ9.
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-CAMINHO-KDX             PIC X(030)  VALUE SPACES.
       77  WS-KDX-TIPO                PIC X(003)  VALUE SPACES.
       77  WS-KDX-QTD                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-KDX-DOC-TIPO            PIC X(001)  VALUE SPACES.
       77  WS-KDX-DOC-NUM             PIC 9(010)  VALUE ZEROS.
       77  WS-KDX-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-KDX-EOF                 PIC XXX     VALUE "NAO".
       77  WS-KDX-CAB                 PIC XXX     VALUE "NAO".
       77  WS-KDX-PRO                 PIC 9(013)  VALUE ZEROS.
       77  WS-KDX-DT-INI              PIC 9(008)  VALUE ZEROS.
       77  WS-KDX-DT-FIM              PIC 9(008)  VALUE ZEROS.
       77  WS-KDX-SALDO-ANT           PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-KDX-ENTRADAS            PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-KDX-SAIDAS              PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-KDX-SOMA                PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-KDX-QTD-MOV             PIC 9(007)  VALUE ZEROS.
       77  WS-KDX-PRODUTOS            PIC 9(005)  VALUE ZEROS.
       77  WS-CNF-CONFERIDOS          PIC 9(005)  VALUE ZEROS.
       77  WS-CNF-DIVERGENTES         PIC 9(005)  VALUE ZEROS.
       77  WS-CNF-SEM-MOV             PIC 9(005)  VALUE ZEROS.
       77  WS-CNF-MODO                PIC X(003)  VALUE SPACES.
       77  WS-EST-DOC                 PIC 9(010)  VALUE ZEROS.
       77  WS-KDX-QTD-ED              PIC -ZZZZZZ9,99.
       77  WS-KDX-SALDO-ED            PIC -ZZZZZZZ9,99.
       77  WS-KDX-SOMA-ED             PIC -ZZZZZZZ9,99.
       77  WS-KDX-DIF-ED              PIC -ZZZZZZZ9,99.
       77  WS-KDX-DOC-ED              PIC Z(009)9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-CAMINHO-BKO             PIC X(030)  VALUE SPACES.
       77  WS-BKO-EOF                 PIC XXX     VALUE "NAO".
       77  WS-BKO-AGUARDANDO          PIC 9(003)  VALUE ZEROS.
       77  WS-BKO-AGU-ED              PIC ZZ9.
       01  WS-TAB-RESERVA.
           03  WS-TR-ENT              OCCURS 500 TIMES.
               05  WS-TR-PRO          PIC 9(013).
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TEST0001.SS".
       COPY "C:\Hbsis\ftt\TEST0002.SS".
       COPY "C:\Hbsis\ftt\TOPCEST.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TBARRA1.SS".
       VERIF-OPCAO.
           DISPLAY G-TOPCEST.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-KARDEX   THRU ROT-KARDEX-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 5
                PERFORM ROT-CONFERENCIA THRU ROT-CONFERENCIA-EXIT
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
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 5
                MOVE "ALT" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBEST001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBEST001"              TO WS-LOG-PROGRAMA.
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

       ROT-ENTRADA.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-PRODUTO THRU ENTRAR-PRODUTO-EXIT
              GO  TO  ENTRAR-QUANTIDADE-EXIT
           END-IF
           MOVE WS-EST-QTD-WK TO WS-EST-QTD.
           MOVE ZEROS TO WS-EST-DOC.
           ACCEPT WS-EST-DOC AT 1325 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-QUANTIDADE-EXIT.
           EXIT.

           ADD WS-EST-QTD   TO EST-SALDO.
           MOVE WK-DATA-SYS TO EST-DT-ULT-MOV.
           PERFORM REGRAVAR-ESTOQUE THRU REGRAVAR-ESTOQUE-EXIT.
           MOVE "ENT"      TO WS-KDX-TIPO.
           MOVE WS-EST-QTD TO WS-KDX-QTD.
           MOVE "E"        TO WS-KDX-DOC-TIPO.
           MOVE WS-EST-DOC TO WS-KDX-DOC-NUM.
           MOVE ZEROS      TO WS-KDX-CLI.
           PERFORM GRAVA-KARDEX THRU GRAVA-KARDEX-EXIT.
           MOVE EST-SALDO TO WS-EST-SALDO-WK.
           DISPLAY WS-EST-SALDO-WK AT 1025 WITH REVERSE-VIDEO.
           MOVE "HBEST001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTRADA MERCADORIA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE ZEROS TO WS-BKO-AGUARDANDO.
           PERFORM CONTA-BACKORDER THRU CONTA-BACKORDER-EXIT.
           IF  WS-BKO-AGUARDANDO GREATER THAN ZEROS
               MOVE WS-BKO-AGUARDANDO TO WS-BKO-AGU-ED
               MOVE SPACES TO WK-MSG-ADV1
               STRING "Ha " WS-BKO-AGU-ED
                      " pendencia(s) aguardando o item"
                      DELIMITED BY SIZE INTO WK-MSG-ADV1
               MOVE "Atenda pelo relatorio de pendencias... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA.
       GRAVAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PENDENCIAS DE ENTREGA AGUARDANDO O PRODUTO            *
      *----------------------------------------------------------*
       CONTA-BACKORDER.
           MOVE "NAO" TO WS-BKO-EOF.
           MOVE EST-PRO-COD TO BKO-PRO-COD.
           MOVE ZEROS       TO BKO-DATA BKO-PEDIDO BKO-ITEM.
           START ARQBKO KEY IS NOT LESS THAN BKO-CHAVE INVALID KEY
               MOVE "SIM" TO WS-BKO-EOF.
           PERFORM CONTA-BACKORDER-LE THRU CONTA-BACKORDER-LE-EXIT
                   UNTIL WS-BKO-EOF EQUAL "SIM".
       CONTA-BACKORDER-EXIT.
           EXIT.

       CONTA-BACKORDER-LE.
           READ ARQBKO NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-BKO-EOF
                   GO  TO  CONTA-BACKORDER-LE-EXIT
           END-READ.
           IF  BKO-PRO-COD NOT EQUAL EST-PRO-COD
               MOVE "SIM" TO WS-BKO-EOF
               GO  TO  CONTA-BACKORDER-LE-EXIT.
           MOVE BKO-PEDIDO TO PED-PEDIDO.
           READ ARQPED KEY IS PED-PEDIDO INVALID KEY
               GO  TO  CONTA-BACKORDER-LE-EXIT
           END-READ.
           IF  PED-ABERTO
               AND PED-CLI-COD EQUAL BKO-CLI-COD
               ADD 1 TO WS-BKO-AGUARDANDO.
       CONTA-BACKORDER-LE-EXIT.
           EXIT.

       GRAVAR-MINIMO.
           PERFORM REGRAVAR-ESTOQUE THRU REGRAVAR-ESTOQUE-EXIT.
           MOVE "HBEST001"              TO WS-LOG-PROGRAMA.
           IF  ERRO-LEITURA EQUAL "SIM"
               WRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "INC" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-WRITE
               MOVE "NAO" TO ERRO-LEITURA
           ELSE
               REWRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-REWRITE
           END-IF.
       REGRAVAR-ESTOQUE-EXIT.
       ACUMULA-UM-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    KARDEX DO PRODUTO NO PERIODO                          *
      *----------------------------------------------------------*
       ROT-KARDEX.
           DISPLAY G-TEST0002.
           MOVE ZEROS TO WS-KDX-PRO.
           ACCEPT WS-KDX-PRO AT 0925 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-KARDEX-EXIT
           END-IF
           IF  WS-KDX-PRO NOT EQUAL ZEROS
               MOVE WS-KDX-PRO TO PRO-COD
               READ ARQPRO INVALID KEY
                    MOVE "Produto nao cadastrado...              "
                                        TO WK-MSG-ADV1
                    MOVE "Informe um produto ou zero p/ todos... "
                                        TO WK-MSG-ADV2
                    PERFORM 9300-ADVERTENCIA
                    GO  TO  ROT-KARDEX-EXIT
               END-READ
               DISPLAY PRO-DESC AT 0940 WITH REVERSE-VIDEO.
       ENTRAR-PERIODO-KARDEX.
           MOVE WK-DATA-SYS TO WS-KDX-DT-INI WS-KDX-DT-FIM.
           MOVE "01"        TO WS-KDX-DT-INI(7:2).
           ACCEPT WS-KDX-DT-INI AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-KARDEX-EXIT
           END-IF
           ACCEPT WS-KDX-DT-FIM AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE "VAL"         TO SR-DAT-FUNCAO.
           MOVE WS-KDX-DT-INI TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  SR88-DAT-OK
               MOVE WS-KDX-DT-FIM TO SR-DAT-DATA1
               CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               OR WS-KDX-DT-FIM LESS THAN WS-KDX-DT-INI
               MOVE "Periodo invalido...                    "
                                   TO WK-MSG-ADV1
               MOVE "Informe datas validas (AAAAMMDD)...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PERIODO-KARDEX.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELKDX"   TO SR-REL-BASE.
           MOVE "HBEST001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "KARDEX DE ESTOQUE - PERIODO " WS-KDX-DT-INI
                  " A " WS-KDX-DT-FIM
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-KDX-PRODUTOS.
           IF  WS-KDX-PRO NOT EQUAL ZEROS
               PERFORM KARDEX-UM-PRODUTO THRU KARDEX-UM-PRODUTO-EXIT
           ELSE
               MOVE "NAO" TO WS-EST-EOF
               MOVE ZEROS TO EST-PRO-COD
               START ARQEST KEY IS NOT LESS THAN EST-PRO-COD
                   INVALID KEY
                       MOVE "SIM" TO WS-EST-EOF
               END-START
               PERFORM KARDEX-PROXIMO-PRODUTO THRU
                       KARDEX-PROXIMO-PRODUTO-EXIT
                       UNTIL WS-EST-EOF EQUAL "SIM"
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-KDX-PRODUTOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS COM MOVIMENTO NO PERIODO: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBEST001"              TO WS-LOG-PROGRAMA.
           MOVE "KARDEX DE ESTOQUE"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-KARDEX-EXIT.
           EXIT.

       KARDEX-PROXIMO-PRODUTO.
           READ ARQEST NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EST-EOF
                   GO  TO  KARDEX-PROXIMO-PRODUTO-EXIT
           END-READ.
           MOVE EST-PRO-COD TO WS-KDX-PRO.
           PERFORM KARDEX-UM-PRODUTO THRU KARDEX-UM-PRODUTO-EXIT.
       KARDEX-PROXIMO-PRODUTO-EXIT.
           EXIT.

       KARDEX-UM-PRODUTO.
           MOVE ZEROS TO WS-KDX-SALDO-ANT WS-KDX-ENTRADAS
                         WS-KDX-SAIDAS WS-KDX-QTD-MOV.
           MOVE "NAO" TO WS-KDX-CAB WS-KDX-EOF.
           MOVE WS-KDX-PRO TO KDX-PRO-COD.
           MOVE ZEROS      TO KDX-DATA.
           START ARQKDX KEY IS NOT LESS THAN KDX-PRO-DATA INVALID KEY
               MOVE "SIM" TO WS-KDX-EOF.
           PERFORM KARDEX-UM-MOVIMENTO THRU KARDEX-UM-MOVIMENTO-EXIT
                   UNTIL WS-KDX-EOF EQUAL "SIM".
           IF  WS-KDX-CAB EQUAL "NAO"
               GO  TO  KARDEX-UM-PRODUTO-EXIT.
           ADD 1 TO WS-KDX-PRODUTOS.
           COMPUTE WS-KDX-SOMA = WS-KDX-SALDO-ANT + WS-KDX-ENTRADAS
                               - WS-KDX-SAIDAS.
           MOVE WS-KDX-ENTRADAS TO WS-KDX-SALDO-ED.
           MOVE WS-KDX-SAIDAS   TO WS-KDX-DIF-ED.
           MOVE WS-KDX-SOMA     TO WS-KDX-SOMA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  ENTRADAS " WS-KDX-SALDO-ED
                  "  SAIDAS " WS-KDX-DIF-ED
                  "  SALDO FINAL " WS-KDX-SOMA-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       KARDEX-UM-PRODUTO-EXIT.
           EXIT.

       KARDEX-UM-MOVIMENTO.
           READ ARQKDX NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-KDX-EOF
                   GO  TO  KARDEX-UM-MOVIMENTO-EXIT
           END-READ.
           IF  KDX-PRO-COD NOT EQUAL WS-KDX-PRO
               OR KDX-DATA GREATER THAN WS-KDX-DT-FIM
               MOVE "SIM" TO WS-KDX-EOF
               GO  TO  KARDEX-UM-MOVIMENTO-EXIT.
           IF  KDX-DATA LESS THAN WS-KDX-DT-INI
               MOVE KDX-SALDO TO WS-KDX-SALDO-ANT
               GO  TO  KARDEX-UM-MOVIMENTO-EXIT.
           IF  WS-KDX-CAB EQUAL "NAO"
               PERFORM KARDEX-CABECALHO THRU KARDEX-CABECALHO-EXIT.
           ADD 1 TO WS-KDX-QTD-MOV.
           IF  KDX-QUANTIDADE LESS THAN ZEROS
               SUBTRACT KDX-QUANTIDADE FROM WS-KDX-SAIDAS
           ELSE
               ADD KDX-QUANTIDADE TO WS-KDX-ENTRADAS
           END-IF.
           MOVE KDX-QUANTIDADE TO WS-KDX-QTD-ED.
           MOVE KDX-SALDO      TO WS-KDX-SALDO-ED.
           MOVE KDX-DOC-NUMERO TO WS-KDX-DOC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  " KDX-DATA " " KDX-HORA " " KDX-TIPO
                  "  " KDX-DOC-TIPO " " WS-KDX-DOC-ED
                  "  " WS-KDX-QTD-ED "  " WS-KDX-SALDO-ED
                  "  " KDX-USUARIO " " KDX-PROGRAMA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       KARDEX-UM-MOVIMENTO-EXIT.
           EXIT.

       KARDEX-CABECALHO.
           MOVE "SIM" TO WS-KDX-CAB.
           MOVE WS-KDX-PRO TO PRO-COD WS-REL-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTO " WS-REL-PRO-ED " " PRO-DESC
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-KDX-SALDO-ANT TO WS-KDX-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  SALDO ANTERIOR " WS-KDX-SALDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  DATA     HORA   TIPO DOCUMENTO     "
                  "   QUANTIDADE         SALDO  USUARIO  PROGRAMA"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       KARDEX-CABECALHO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONFERENCIA DO SALDO CONTRA OS MOVIMENTOS             *
      *----------------------------------------------------------*
       ROT-CONFERENCIA.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELCNF"   TO SR-REL-BASE.
           MOVE "HBEST001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "CONFERENCIA SALDO DE ESTOQUE X MOVIMENTOS - DATA "
                  WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-CNF-CONFERIDOS WS-CNF-DIVERGENTES
                         WS-CNF-SEM-MOV.
           MOVE "REL" TO WS-CNF-MODO.
           PERFORM CONFERE-PRODUTOS THRU CONFERE-PRODUTOS-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CNF-CONFERIDOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS CONFERIDOS...: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CNF-DIVERGENTES TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS DIVERGENTES..: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-CNF-SEM-MOV TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  DOS QUAIS SEM MOVIMENTO: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBEST001"              TO WS-LOG-PROGRAMA.
           MOVE "CONFERENCIA KARDEX"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
           IF  WS-CNF-SEM-MOV EQUAL ZEROS
               GO  TO  ROT-CONFERENCIA-EXIT.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Gera saldo inicial dos sem movimento ..."
                                        TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND WK-CONFIRMA NOT EQUAL "s"
               GO  TO  ROT-CONFERENCIA-EXIT.
           MOVE ZEROS TO WS-CNF-SEM-MOV.
           MOVE "INI" TO WS-CNF-MODO.
           PERFORM CONFERE-PRODUTOS THRU CONFERE-PRODUTOS-EXIT.
           MOVE "HBEST001"              TO WS-LOG-PROGRAMA.
           MOVE "SALDO INICIAL KARDEX"  TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE WS-CNF-SEM-MOV TO WS-CONT-ED.
           MOVE SPACES TO MSG.
           STRING "Saldos iniciais gerados: " WS-CONT-ED
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-CONFERENCIA-EXIT.
           EXIT.

       CONFERE-PRODUTOS.
           MOVE "NAO" TO WS-EST-EOF.
           MOVE ZEROS TO EST-PRO-COD.
           START ARQEST KEY IS NOT LESS THAN EST-PRO-COD INVALID KEY
               MOVE "SIM" TO WS-EST-EOF.
           PERFORM CONFERE-UM-PRODUTO THRU CONFERE-UM-PRODUTO-EXIT
                   UNTIL WS-EST-EOF EQUAL "SIM".
       CONFERE-PRODUTOS-EXIT.
           EXIT.

       CONFERE-UM-PRODUTO.
           READ ARQEST NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EST-EOF
                   GO  TO  CONFERE-UM-PRODUTO-EXIT
           END-READ.
           MOVE ZEROS TO WS-KDX-SOMA WS-KDX-QTD-MOV.
           MOVE "NAO" TO WS-KDX-EOF.
           MOVE EST-PRO-COD TO WS-KDX-PRO KDX-PRO-COD.
           MOVE ZEROS       TO KDX-DATA.
           START ARQKDX KEY IS NOT LESS THAN KDX-PRO-DATA INVALID KEY
               MOVE "SIM" TO WS-KDX-EOF.
           PERFORM SOMA-MOVIMENTO THRU SOMA-MOVIMENTO-EXIT
                   UNTIL WS-KDX-EOF EQUAL "SIM".
           IF  WS-CNF-MODO EQUAL "INI"
               IF  WS-KDX-QTD-MOV EQUAL ZEROS
                   AND EST-SALDO NOT EQUAL ZEROS
                   MOVE "INI"     TO WS-KDX-TIPO
                   MOVE EST-SALDO TO WS-KDX-QTD
                   MOVE "A"       TO WS-KDX-DOC-TIPO
                   MOVE ZEROS     TO WS-KDX-DOC-NUM WS-KDX-CLI
                   PERFORM GRAVA-KARDEX THRU GRAVA-KARDEX-EXIT
                   ADD 1 TO WS-CNF-SEM-MOV
               END-IF
               GO  TO  CONFERE-UM-PRODUTO-EXIT.
           ADD 1 TO WS-CNF-CONFERIDOS.
           IF  WS-KDX-SOMA EQUAL EST-SALDO
               GO  TO  CONFERE-UM-PRODUTO-EXIT.
           ADD 1 TO WS-CNF-DIVERGENTES.
           MOVE EST-PRO-COD TO PRO-COD WS-REL-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           MOVE EST-SALDO   TO WS-KDX-SALDO-ED.
           MOVE WS-KDX-SOMA TO WS-KDX-SOMA-ED.
           COMPUTE WS-KDX-SOMA = EST-SALDO - WS-KDX-SOMA.
           MOVE WS-KDX-SOMA TO WS-KDX-DIF-ED.
           MOVE SPACES TO REL-LINHA.
           IF  WS-KDX-QTD-MOV EQUAL ZEROS
               ADD 1 TO WS-CNF-SEM-MOV
               STRING WS-REL-PRO-ED " " PRO-DESC(1:25)
                      " SALDO " WS-KDX-SALDO-ED
                      " MOVIMENTOS " WS-KDX-SOMA-ED
                      " DIFERENCA " WS-KDX-DIF-ED
                      " *SEM MOVIMENTO*"
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING WS-REL-PRO-ED " " PRO-DESC(1:25)
                      " SALDO " WS-KDX-SALDO-ED
                      " MOVIMENTOS " WS-KDX-SOMA-ED
                      " DIFERENCA " WS-KDX-DIF-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
       CONFERE-UM-PRODUTO-EXIT.
           EXIT.

       SOMA-MOVIMENTO.
           READ ARQKDX NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-KDX-EOF
                   GO  TO  SOMA-MOVIMENTO-EXIT
           END-READ.
           IF  KDX-PRO-COD NOT EQUAL WS-KDX-PRO
               MOVE "SIM" TO WS-KDX-EOF
               GO  TO  SOMA-MOVIMENTO-EXIT.
           ADD 1 TO WS-KDX-QTD-MOV.
           ADD KDX-QUANTIDADE TO WS-KDX-SOMA.
       SOMA-MOVIMENTO-EXIT.
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
           MOVE "HBEST001"      TO KDX-PROGRAMA.
           MOVE LK-USUARIO      TO KDX-USUARIO.
           WRITE KDX-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-KARDEX-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN I-O ARQEST.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQEST
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
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN INPUT ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQITE
           MOVE " ITENS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQBKO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-BKO BKO-ARQ-WK.
           OPEN INPUT ARQBKO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQBKO
              CLOSE ARQBKO
              OPEN INPUT ARQBKO
           END-IF
           MOVE " PENDENCIA"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBEST001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQEST.
           CLOSE ARQKDX.
           CLOSE ARQPRO.
           CLOSE ARQPED.
           CLOSE ARQITE.
           CLOSE ARQBKO.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.
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
       9700-EXIT.
           EXIT.

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBEST001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBEST001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

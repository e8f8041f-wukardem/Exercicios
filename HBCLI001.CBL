           COPY "C:\Hbsis\ftt\FEXP0001.SEL".
           COPY "C:\HBSIS\FTT\FVEN0001.SEL".
           COPY "C:\Hbsis\ftt\FMUN0001.SEL".
           COPY "C:\Hbsis\ftt\FLPR0001.SEL".
           COPY "C:\Hbsis\ftt\FCPG0001.SEL".
           COPY "C:\Hbsis\ftt\FARC0001.SEL".
           COPY "C:\Hbsis\ftt\FMRT0001.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
           COPY "C:\Hbsis\ftt\FEXP0001.FD".
           COPY "C:\HBSIS\FTT\FVEN0001.FD".
           COPY "C:\Hbsis\ftt\FMUN0001.FD".
           COPY "C:\Hbsis\ftt\FLPR0001.FD".
           COPY "C:\Hbsis\ftt\FCPG0001.FD".
           COPY "C:\Hbsis\ftt\FARC0001.FD".
           COPY "C:\Hbsis\ftt\FMRT0001.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-CAMINHO-IMP             PIC X(030)  VALUE SPACES.
       77  WS-IMP-EOF                 PIC X(003)  VALUE "NAO".
       77  WS-IMP-LIDOS               PIC 9(005)  VALUE ZEROS.
       77  WS-DIST-QUAD               PIC 9(006)V9(004)  VALUE ZEROS.
       77  WK-REL-CLI-COD             PIC 9(007)  VALUE ZEROS.
       77  WK-REL-INATIVOS            PIC X(001)  VALUE "S".
       77  WK-REL-MORTO               PIC X(001)  VALUE "N".
       77  WS-CAMINHO-ARC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-MRT             PIC X(030)  VALUE SPACES.
       77  WS-ARC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-MRT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CHAMADOR-SALVO          PIC X(008)  VALUE SPACES.
       77  CLI-VEN-WK                 PIC 9(007)  VALUE ZEROS.
       77  CLI-LIM-WK                 PIC Z(008)9,99.
       77  CLI-LPR-WK                 PIC 9(004)  VALUE ZEROS.
       77  WS-CAMINHO-LPR             PIC X(030)  VALUE SPACES.
       77  CLI-CPG-WK                 PIC 9(003)  VALUE ZEROS.
       77  WS-CAMINHO-CPG             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-MUN             PIC X(030)  VALUE SPACES.
       77  WS-TEM-MUNICIPIOS          PIC XXX     VALUE "NAO".
       77  WS-MUN-OK                  PIC XXX     VALUE "SIM".
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\Hbsis\ftt\WEDITADO.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       VERIF-OPCAO.
           DISPLAY G-TOPCAO.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
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
                MOVE "EXC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 5
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 6
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 7
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBCLI001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBCLI001"              TO WS-LOG-PROGRAMA.
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

       ROT-INCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM GERAR-CODIGO THRU GERAR-CODIGO-EXIT
                             AND WK-REL-TIPO NOT EQUAL 3
                             AND WK-REL-TIPO NOT EQUAL 4
                             AND WK-REL-TIPO NOT EQUAL 5
                             AND WK-REL-TIPO NOT EQUAL 6
               MOVE "SIM" TO SAIDA-WS
               GO  TO  ROT-RELATORIO-EXIT.
           IF  WK-REL-TIPO EQUAL 3
               ACCEPT WK01-TECLA FROM ESCAPE KEY
               COMPUTE WK-RAIO-QUAD = WK-REL-RAIO * WK-REL-RAIO
           END-IF.
           IF  WK-REL-TIPO EQUAL 4 OR WK-REL-TIPO EQUAL 6
               MOVE ZEROS TO WK-REL-CLI-COD
               ACCEPT WK-REL-CLI-COD AT 2030 WITH UPDATE AUTO-SKIP
               ACCEPT WK01-TECLA FROM ESCAPE KEY
           END-IF.
           IF  WK-REL-TIPO EQUAL 4
               MOVE "N" TO WK-REL-MORTO
               ACCEPT WK-REL-MORTO AT 2230 WITH UPDATE AUTO-SKIP
               ACCEPT WK01-TECLA FROM ESCAPE KEY
           END-IF.
           IF  WK-REL-TIPO EQUAL 6
               PERFORM ROT-EXTRATO THRU ROT-EXTRATO-EXIT
               MOVE "SIM" TO SAIDA-WS
               GO  TO  ROT-RELATORIO-EXIT.
           IF  WK-REL-TIPO LESS THAN 4
               MOVE "S" TO WK-REL-INATIVOS
               ACCEPT WK-REL-INATIVOS AT 2130 WITH UPDATE AUTO-SKIP
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       ROT-EXTRATO.
           IF  WK01-TECLA EQUAL "01" OR WK-REL-CLI-COD EQUAL ZEROS
               GO  TO  ROT-EXTRATO-EXIT.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE LK-PGM-CHAMADOR TO WS-CHAMADOR-SALVO.
           MOVE "HBCLI001"      TO LK-PGM-CHAMADOR.
           MOVE WK-REL-CLI-COD  TO LK-COD.
           CALL "HBEXT001" USING LK-TRANSFERENCIA
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           CANCEL "HBEXT001".
           MOVE WS-CHAMADOR-SALVO TO LK-PGM-CHAMADOR.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       ROT-EXTRATO-EXIT.
           EXIT.

       ROT-RELATORIO-PEDIDOS.
           MOVE WK-REL-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE "SIM" TO WS-REL-EOF.
           PERFORM LISTA-PED-REL THRU LISTA-PED-REL-EXIT
                   UNTIL WS-REL-EOF EQUAL "SIM".
           IF  WK-REL-MORTO EQUAL "S" OR WK-REL-MORTO EQUAL "s"
               PERFORM LISTA-ARQ-MORTO THRU LISTA-ARQ-MORTO-EXIT.
       ROT-RELATORIO-PEDIDOS-EXIT.
           EXIT.

       LISTA-UM-ITEM-PED-EXIT.
           EXIT.

      *    PEDIDOS DO CLIENTE JA PASSADOS PARA O ARQUIVO MORTO,
      *    UM ARQUIVO POR ANO LISTADO NO CONTROLE (ARQARC)
       LISTA-ARQ-MORTO.
           MOVE "ARQARC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ARC ARC-ARQ-WK.
           OPEN INPUT ARQARC.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  LISTA-ARQ-MORTO-EXIT.
           MOVE "NAO" TO WS-ARC-EOF.
           PERFORM LISTA-ANO-MORTO THRU LISTA-ANO-MORTO-EXIT
                   UNTIL WS-ARC-EOF EQUAL "SIM".
           CLOSE ARQARC.
       LISTA-ARQ-MORTO-EXIT.
           EXIT.

       LISTA-ANO-MORTO.
           READ ARQARC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ARC-EOF
                   GO  TO  LISTA-ANO-MORTO-EXIT
           END-READ.
           MOVE SPACES TO SR-PAR-ARQUIVO.
           STRING "MORTO" ARC-ANO ".DAT"
                  DELIMITED BY SIZE INTO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO TO WS-CAMINHO-MRT.
           MOVE WS-CAMINHO-MRT TO MRT-ARQ-WK.
           OPEN INPUT ARQMRT.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  LISTA-ANO-MORTO-EXIT.
           MOVE "NAO" TO WS-MRT-EOF.
           MOVE WK-REL-CLI-COD TO MRT-CLI-COD.
           MOVE ZEROS          TO MRT-PEDIDO MRT-TIPO MRT-SEQ.
           START ARQMRT KEY IS NOT LESS THAN MRT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-MRT-EOF.
           PERFORM LISTA-REG-MORTO THRU LISTA-REG-MORTO-EXIT
                   UNTIL WS-MRT-EOF EQUAL "SIM".
           CLOSE ARQMRT.
       LISTA-ANO-MORTO-EXIT.
           EXIT.

       LISTA-REG-MORTO.
           READ ARQMRT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MRT-EOF
                   GO  TO  LISTA-REG-MORTO-EXIT
           END-READ.
           IF  MRT-CLI-COD NOT EQUAL WK-REL-CLI-COD
               MOVE "SIM" TO WS-MRT-EOF
               GO  TO  LISTA-REG-MORTO-EXIT.
           IF  MRT-TIPO-PED
               MOVE MRT-DADOS    TO PED-REG
               MOVE PED-PEDIDO   TO WS-PED-COD-ED
               MOVE PED-DATA     TO WS-PED-DATA-ED
               MOVE PED-VL-TOTAL TO WS-PED-VAL-ED
               MOVE SPACES       TO REL-LINHA
               STRING "PEDIDO " WS-PED-COD-ED
                      " DATA " WS-PED-DATA-ED
                      " SIT " PED-SITUACAO
                      " VALOR " WS-PED-VAL-ED
                      " ARQ " ARC-ANO
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  LISTA-REG-MORTO-EXIT.
           IF  MRT-TIPO-ITE
               MOVE MRT-DADOS TO ITE-REG
               PERFORM LISTA-ITEM-MORTO THRU LISTA-ITEM-MORTO-EXIT.
       LISTA-REG-MORTO-EXIT.
           EXIT.

       LISTA-ITEM-MORTO.
           MOVE ITE-PRO-COD    TO WS-PED-PRO-ED.
           MOVE ITE-QUANTIDADE TO WS-PED-QTD-ED.
           MOVE ITE-VL-TOTAL   TO WS-PED-VAL-ED.
           PERFORM BUSCA-DESC-PRODUTO THRU
                   BUSCA-DESC-PRODUTO-EXIT.
           MOVE SPACES TO REL-LINHA.
           STRING "   PRODUTO " WS-PED-PRO-ED
                  " " WS-PRO-DESC-WK
                  " QTDE " WS-PED-QTD-ED
                  " VALOR " WS-PED-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-ITEM-MORTO-EXIT.
           EXIT.

       ROT-REL-CARTEIRA.
           MOVE ZEROS TO WS-CAR-TOT-CLI.
           MOVE "NAO" TO WS-VEN-EOF.
           MOVE ZEROS TO WS-IMP-LIDOS WS-IMP-GRAVADOS
                         WS-IMP-REJEITADOS WS-IMP-MAIOR-COD.
           MOVE "NAO" TO WS-IMP-EOF.
           MOVE "ARQCLII.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-IMP.
           OPEN INPUT ARQCLII.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "Arquivo de importacao nao encontrado..." TO MSG
                   MOVE ZEROS           TO CLI-LIMITE-CREDITO
                   MOVE WK-DATA-SYS     TO CLI-DT-ALTERACAO
                   MOVE ZEROS           TO CLI-HR-ALTERACAO
                   MOVE ZEROS           TO CLI-LISTA-PRECO
                   MOVE ZEROS           TO CLI-COND-PGTO
                   PERFORM VALIDA-MUNICIPIO-IMP THRU
                           VALIDA-MUNICIPIO-IMP-EXIT
                   PERFORM VERIFICA-CNPJ-DUP THRU VERIFICA-CNPJ-DUP-EXIT
           DISPLAY CLI-VEN-WK AT 1255 WITH REVERSE-VIDEO.
           MOVE CLI-LIMITE-CREDITO TO CLI-LIM-WK
           DISPLAY CLI-LIM-WK AT 1355 WITH REVERSE-VIDEO.
           MOVE CLI-LISTA-PRECO TO CLI-LPR-WK
           DISPLAY CLI-LPR-WK AT 1655 WITH REVERSE-VIDEO.
           MOVE CLI-COND-PGTO TO CLI-CPG-WK
           DISPLAY CLI-CPG-WK AT 1755 WITH REVERSE-VIDEO.
       MOSTRAR-DADOS-EXIT.
           EXIT.

           MOVE SPACES TO CLI-USU-SITUACAO.
           MOVE ZEROS  TO CLI-VEN-COD.
           MOVE ZEROS  TO CLI-LIMITE-CREDITO.
           MOVE ZEROS  TO CLI-LISTA-PRECO.
           MOVE ZEROS  TO CLI-COND-PGTO.
           MOVE SPACES TO CLI-NOME.
                   MOVE ZEROS  TO CLI-CNPJ.
                   MOVE ZEROS  TO CLI-LATITUDE.
          ACCEPT CLI-LIM-WK AT 1355 WITH UPDATE AUTO-SKIP
          ACCEPT TECLA FROM ESCAPE KEY
          MOVE CLI-LIM-WK TO CLI-LIMITE-CREDITO.
           ENTRAR-LISTA-PRECO.
          MOVE CLI-LISTA-PRECO TO CLI-LPR-WK
          ACCEPT CLI-LPR-WK AT 1655 WITH UPDATE AUTO-SKIP
          ACCEPT TECLA FROM ESCAPE KEY
          IF  CLI-LPR-WK NOT EQUAL ZEROS
              MOVE CLI-LPR-WK TO LPR-LISTA
              MOVE ZEROS      TO LPR-PRO-COD LPR-DT-INICIO
              START ARQLPR KEY IS NOT LESS THAN LPR-CHAVE
                   INVALID KEY
                   MOVE ZEROS TO LPR-LISTA
              END-START
              IF  LPR-LISTA NOT EQUAL ZEROS
                  READ ARQLPR NEXT RECORD
                       AT END
                       MOVE ZEROS TO LPR-LISTA
                  END-READ
              END-IF
              IF  LPR-LISTA NOT EQUAL CLI-LPR-WK
                  MOVE "Lista de precos sem produtos...        "
                                      TO WK-MSG-ADV1
                  MOVE "Cadastre a lista ou informe zeros...   "
                                      TO WK-MSG-ADV2
                  PERFORM 9300-ADVERTENCIA
                  GO  TO  ENTRAR-LISTA-PRECO
              END-IF
          END-IF
          MOVE CLI-LPR-WK TO CLI-LISTA-PRECO.
           ENTRAR-COND-PGTO.
          MOVE CLI-COND-PGTO TO CLI-CPG-WK
          ACCEPT CLI-CPG-WK AT 1755 WITH UPDATE AUTO-SKIP
          ACCEPT TECLA FROM ESCAPE KEY
          IF  CLI-CPG-WK NOT EQUAL ZEROS
              AND CLI-CPG-WK NOT EQUAL CLI-COND-PGTO
              MOVE CLI-CPG-WK TO CPG-COD
              READ ARQCPG
                   INVALID KEY
                   MOVE "I" TO CPG-SITUACAO
              END-READ
              IF  NOT CPG-ATIVA
                  MOVE "Condicao de pagamento inexistente ou   "
                                      TO WK-MSG-ADV1
                  MOVE "inativa; cadastre-a ou informe zeros..."
                                      TO WK-MSG-ADV2
                  PERFORM 9300-ADVERTENCIA
                  GO  TO  ENTRAR-COND-PGTO
              END-IF
          END-IF
          MOVE CLI-CPG-WK TO CLI-COND-PGTO.
       ENTRAR-DADOS-EXIT.
           EXIT.

           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO CLI-ARQ-WK.
           OPEN I-O ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQCLI
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
              OPEN INPUT ARQPED
           END-IF.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN INPUT ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQITE
              OPEN INPUT ARQITE
           END-IF.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
           END-IF.

           MOVE WS-CAMINHO              TO WS-CAMINHO-SALVO.
           MOVE "ARQVEN.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQVEN.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQVEN
           END-IF.
           MOVE WS-CAMINHO-SALVO        TO WS-CAMINHO.

           MOVE "ARQLPR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-LPR LPR-ARQ-WK.
           OPEN INPUT ARQLPR.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQLPR
              CLOSE ARQLPR
              OPEN INPUT ARQLPR
           END-IF.

           MOVE "ARQCPG.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CPG CPG-ARQ-WK.
           OPEN INPUT ARQCPG.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCPG
              CLOSE ARQCPG
              OPEN INPUT ARQCPG
           END-IF.

           MOVE "NAO" TO WS-TEM-MUNICIPIOS.
           MOVE "C:\HBSIS\DB\ARQMUN.DAT" TO WS-CAMINHO-MUN
                                            MUN-ARQ-WK.
           CLOSE ARQITE.
           CLOSE ARQPRO.
           CLOSE ARQVEN.
           CLOSE ARQLPR.
           CLOSE ARQCPG.
           IF  WS-TEM-MUNICIPIOS EQUAL "SIM"
               CLOSE ARQMUN.
           EXIT PROGRAM.
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MEDITP.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".


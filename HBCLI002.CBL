      *   CONTATO EM BRANCO DO SOBREVIVENTE COM OS DADOS DO
      *   DUPLICADO, INATIVA O DUPLICADO COM IMAGEM NO ARQAUD
      *   E IMPRIME O RELATORIO DA FUSAO
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQPED, ARQITE E ARQHIS REGISTRADAS NO JOURNAL
      *   (HBJRN002) PARA A REAPLICACAO APOS RESTAURAR UM
      *   BACKUP (HBJRN001)
      * - 15/10/2026 - ENDERECOS DE ENTREGA (ARQENT) DO DUPLICADO
      *   COPIADOS PARA O SOBREVIVENTE COM CODIGO NOVO; OS
      *   PEDIDOS TRANSFERIDOS APONTAM O CODIGO NOVO
      * - 15/10/2026 - O ESTOQUE BAIXADO POR ITEM (ARQIKT) DOS
      *   PEDIDOS TRANSFERIDOS VAI JUNTO PARA O SOBREVIVENTE
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FIKT0001.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\Hbsis\ftt\FHISTMP.SEL".
           COPY "C:\Hbsis\ftt\FAUD0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FIKT0001.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
           COPY "C:\Hbsis\ftt\FHISTMP.FD".
           COPY "C:\Hbsis\ftt\FAUD0001.FD".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ENT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-IKT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HIS             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HIT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-AUD             PIC X(030)  VALUE SPACES.
       77  WS-PED-PRESOS              PIC 9(005)  VALUE ZEROS.
       77  WS-IND-PED                 PIC 9(003)  VALUE ZEROS.
       77  WS-HIS-MOVIDOS             PIC 9(005)  VALUE ZEROS.
       77  WS-HIS-ANTERIOR            PIC X(041)  VALUE SPACES.
       77  WS-CAMPOS-LEVADOS          PIC 9(002)  VALUE ZEROS.
       77  WS-ITENS-MOVIDOS           PIC 9(005)  VALUE ZEROS.
       77  WS-END-EOF                 PIC XXX     VALUE "NAO".
       77  WS-END-MAIOR               PIC 9(003)  VALUE ZEROS.
       77  WS-END-COD-DUP             PIC 9(003)  VALUE ZEROS.
       77  WS-END-COPIADOS            PIC 9(005)  VALUE ZEROS.
       77  WS-END-ED                  PIC ZZ9.
       77  WS-END-NOVO-ED             PIC ZZ9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-PED-ED                  PIC Z(009)9.
           03  WS-ANT-LONGITUDE       PIC S9(003)V9(006).
       01  WS-TAB-PEDIDOS.
           03  WS-TP-PEDIDO           PIC 9(010) OCCURS 500 TIMES.
      *    CODIGO NOVO, NO SOBREVIVENTE, DE CADA ENDERECO DE
      *    ENTREGA DO DUPLICADO (INDICE = CODIGO NO DUPLICADO)
       01  WS-TAB-ENDERECOS.
           03  WS-TE-NOVO             PIC 9(003) OCCURS 999 TIMES.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  ROT-FUSAO-EXIT.
           PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-EXIT.
           PERFORM COPIA-ENDERECOS THRU COPIA-ENDERECOS-EXIT.
           PERFORM MOVE-PEDIDOS THRU MOVE-PEDIDOS-EXIT.
           PERFORM MOVE-HISTORICO THRU MOVE-HISTORICO-EXIT.
           PERFORM COMPLETA-SOBREVIVENTE THRU
       ROT-FUSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ENDERECOS DE ENTREGA DO DUPLICADO SAO COPIADOS PARA O  *
      *    SOBREVIVENTE A PARTIR DO MAIOR CODIGO DELE; OS PEDIDOS *
      *    TRANSFERIDOS PASSAM A APONTAR O CODIGO NOVO. O         *
      *    DUPLICADO FICA COM OS SEUS ENDERECOS. SEM CODIGO LIVRE *
      *    (999) O PEDIDO VAI PARA O ENDERECO DO CADASTRO         *
      *----------------------------------------------------------*
       COPIA-ENDERECOS.
           INITIALIZE WS-TAB-ENDERECOS.
           MOVE ZEROS TO WS-END-MAIOR WS-END-COPIADOS.
           MOVE "NAO" TO WS-END-EOF.
           MOVE WS-SOBREVIVE TO ENT-CLI-COD.
           MOVE ZEROS        TO ENT-COD.
           START ARQENT KEY IS NOT LESS THAN ENT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-END-EOF.
           PERFORM MAIOR-ENDERECO THRU MAIOR-ENDERECO-EXIT
                   UNTIL WS-END-EOF EQUAL "SIM".
           MOVE ZEROS TO WS-END-COD-DUP.
       COPIA-ENDERECOS-LOOP.
           MOVE WS-DUPLICADO   TO ENT-CLI-COD.
           MOVE WS-END-COD-DUP TO ENT-COD.
           START ARQENT KEY IS GREATER THAN ENT-CHAVE INVALID KEY
               GO  TO  COPIA-ENDERECOS-EXIT.
           READ ARQENT NEXT RECORD
               AT END
                   GO  TO  COPIA-ENDERECOS-EXIT
           END-READ.
           IF  ENT-CLI-COD NOT EQUAL WS-DUPLICADO
               GO  TO  COPIA-ENDERECOS-EXIT.
           MOVE ENT-COD TO WS-END-COD-DUP WS-END-ED.
           IF  WS-END-MAIOR NOT LESS THAN 999
               MOVE SPACES TO REL-LINHA
               STRING "   ENDERECO " WS-END-ED
                      " NAO COPIADO (SEM CODIGO LIVRE)"
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               GO  TO  COPIA-ENDERECOS-LOOP.
           ADD 1 TO WS-END-MAIOR.
           MOVE WS-SOBREVIVE TO ENT-CLI-COD.
           MOVE WS-END-MAIOR TO ENT-COD.
           MOVE WK-DATA-SYS  TO ENT-DT-ALTERACAO.
           MOVE LK-USUARIO   TO ENT-USUARIO-ALT.
           WRITE ENT-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  COPIA-ENDERECOS-LOOP
           END-WRITE.
           MOVE WS-END-MAIOR TO WS-TE-NOVO(WS-END-COD-DUP)
                                WS-END-NOVO-ED.
           ADD 1 TO WS-END-COPIADOS.
           MOVE SPACES TO REL-LINHA.
           STRING "   ENDERECO " WS-END-ED " COPIADO COMO "
                  WS-END-NOVO-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  COPIA-ENDERECOS-LOOP.
       COPIA-ENDERECOS-EXIT.
           EXIT.

       MAIOR-ENDERECO.
           READ ARQENT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-END-EOF
                   GO  TO  MAIOR-ENDERECO-EXIT
           END-READ.
           IF  ENT-CLI-COD NOT EQUAL WS-SOBREVIVE
               MOVE "SIM" TO WS-END-EOF
               GO  TO  MAIOR-ENDERECO-EXIT.
           MOVE ENT-COD TO WS-END-MAIOR.
       MAIOR-ENDERECO-EXIT.
           EXIT.

      *    A TABELA COMPORTA 500 PEDIDOS POR PASSADA; AS
      *    PASSADAS SE REPETEM ATE NAO SOBRAR NENHUM PEDIDO NO
      *    CODIGO DUPLICADO. UMA PASSADA QUE NAO CONSEGUE MOVER
               GO  TO  MOVE-UM-PEDIDO-EXIT
           END-READ.
           MOVE WS-SOBREVIVE TO PED-CLI-COD.
           IF  PED-END-COD NOT EQUAL ZEROS
               MOVE WS-TE-NOVO(PED-END-COD) TO PED-END-COD.
           WRITE PED-REG INVALID KEY
               PERFORM 9100-RETCOD
               ADD 1 TO WS-PED-PRESOS
               END-STRING
               WRITE REL-LINHA
               GO  TO  MOVE-UM-PEDIDO-EXIT
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-WRITE.
           MOVE WS-DUPLICADO             TO PED-CLI-COD.
           MOVE WS-TP-PEDIDO(WS-IND-PED) TO PED-PEDIDO.
           DELETE ARQPED INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "EXC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-DELETE.
           PERFORM MOVE-ITENS-PEDIDO THRU MOVE-ITENS-PEDIDO-EXIT.
           PERFORM MOVE-BAIXADOS-PEDIDO THRU
                   MOVE-BAIXADOS-PEDIDO-EXIT.
           ADD 1 TO WS-MOVIDOS-PASSADA WS-TOT-PED-MOV.
           MOVE WS-TP-PEDIDO(WS-IND-PED) TO WS-PED-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE ITE-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  MOVE-ITENS-PEDIDO-EXIT
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-WRITE.
           ADD 1 TO WS-ITENS-MOVIDOS.
           MOVE WS-DUPLICADO             TO ITE-CLI-COD.
           MOVE WS-IND-PED-ITEM          TO ITE-ITEM.
           DELETE ARQITE INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "EXC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-DELETE.
           GO  TO  MOVE-ITENS-LOOP.
       MOVE-ITENS-PEDIDO-EXIT.
           EXIT.

       MOVE-BAIXADOS-PEDIDO.
           MOVE WS-DUPLICADO             TO IKT-CLI-COD.
           MOVE WS-TP-PEDIDO(WS-IND-PED) TO IKT-PEDIDO.
           MOVE ZEROS                    TO IKT-ITEM IKT-SEQ.
           START ARQIKT KEY IS GREATER THAN IKT-CHAVE INVALID KEY
               GO  TO  MOVE-BAIXADOS-PEDIDO-EXIT.
           READ ARQIKT NEXT RECORD
               AT END
                   GO  TO  MOVE-BAIXADOS-PEDIDO-EXIT
           END-READ.
           IF  IKT-CLI-COD NOT EQUAL WS-DUPLICADO
               OR IKT-PEDIDO NOT EQUAL WS-TP-PEDIDO(WS-IND-PED)
               GO  TO  MOVE-BAIXADOS-PEDIDO-EXIT.
           MOVE WS-SOBREVIVE TO IKT-CLI-COD.
           WRITE IKT-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  MOVE-BAIXADOS-PEDIDO-EXIT
           END-WRITE.
           MOVE WS-DUPLICADO TO IKT-CLI-COD.
           DELETE ARQIKT INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  MOVE-BAIXADOS-PEDIDO-EXIT
           END-DELETE.
           GO  TO  MOVE-BAIXADOS-PEDIDO.
       MOVE-BAIXADOS-PEDIDO-EXIT.
           EXIT.

       MOVE-HISTORICO.
           MOVE ZEROS TO WS-HIS-MOVIDOS.
           MOVE "NAO" TO WS-HIS-EOF.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN INPUT ARQHIS.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  MOVE-HISTORICO-EXIT.
           MOVE "ARQHIST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-HIT.
           OPEN OUTPUT ARQHIST.
           PERFORM MOVE-HIS-REG THRU MOVE-HIS-REG-EXIT
                   UNTIL WS-HIS-EOF EQUAL "SIM".
                   GO  TO  MOVE-HIS-REG-EXIT
           END-READ.
           IF  HIS-CLI-COD EQUAL WS-DUPLICADO
               MOVE HIS-REG      TO WS-HIS-ANTERIOR
               MOVE WS-SOBREVIVE TO HIS-CLI-COD
               ADD 1 TO WS-HIS-MOVIDOS
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-HIS THRU JORNAL-HIS-EXIT.
           MOVE HIS-REG TO HIT-REG.
           WRITE HIT-REG.
       MOVE-HIS-REG-EXIT.

       REGRAVA-HISTORICO.
           MOVE "NAO" TO WS-HIS-EOF.
           MOVE "ARQHIST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-HIT.
           OPEN INPUT ARQHIST.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN OUTPUT ARQHIS.
           PERFORM REGRAVA-HIS-REG THRU REGRAVA-HIS-REG-EXIT
           STRING "CAMPOS COMPLETADOS......: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-END-COPIADOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ENDERECOS DE ENTREGA....: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-PED-PRESOS NOT EQUAL ZEROS
               MOVE WS-PED-PRESOS TO WS-CONT-ED
               MOVE SPACES TO REL-LINHA
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN I-O ARQCLI.
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN I-O ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPED
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN I-O ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQITE
           MOVE " ITENS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQENT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ENT ENT-ARQ-WK.
           OPEN I-O ARQENT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQENT
              CLOSE ARQENT
              OPEN I-O ARQENT
           END-IF
           MOVE " ENTREGA  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQIKT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-IKT IKT-ARQ-WK.
           OPEN I-O ARQIKT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQIKT
              CLOSE ARQIKT
              OPEN I-O ARQIKT
           END-IF
           MOVE " BAIXADOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBCLI002"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           CLOSE ARQCLI.
           CLOSE ARQPED.
           CLOSE ARQITE.
           CLOSE ARQENT.
           CLOSE ARQIKT.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.
       RESTAURA-TELA-EXIT.
           EXIT.

       JORNAL-PED.
           MOVE "ARQPED"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-PED            TO SR-JRN-CAMINHO.
           MOVE PED-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-PED-EXIT.
           EXIT.

       JORNAL-ITE.
           MOVE "ARQITE"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-ITE            TO SR-JRN-CAMINHO.
           MOVE ITE-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-ITE-EXIT.
           EXIT.

      *    ARQHIS NAO TEM CHAVE: A ALTERACAO LEVA A LINHA NOVA E
      *    A ANTERIOR, QUE IDENTIFICA A LINHA NA REAPLICACAO
       JORNAL-HIS.
           MOVE "ARQHIS"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-HIS            TO SR-JRN-CAMINHO.
           MOVE SPACES                    TO SR-JRN-REGISTRO.
           MOVE HIS-REG            TO SR-JRN-REGISTRO(1:100).
           MOVE WS-HIS-ANTERIOR    TO SR-JRN-REGISTRO(101:100).
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-HIS-EXIT.
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
           MOVE "HBCLI002"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBCLI002"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

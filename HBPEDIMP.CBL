      *   TOLERANCIA REJEITA A LINHA (MOTIVO 08)
      * - 02/09/2026 - LIMITE DE CREDITO DO CLIENTE: LINHA QUE
      *   ESTOURA O LIMITE E REJEITADA (MOTIVO 09)
      * - 15/10/2026 - O MOTIVO 08 CONFERE PRIMEIRO O PRECO DA
      *   LISTA DO CLIENTE (ARQLPR) E SO DEPOIS A TABELA GERAL;
      *   ITENS IMPORTADOS ENTRAM SEM DESCONTO
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - PEDIDO IMPORTADO RECEBE A CONDICAO DE
      *   PAGAMENTO DO CLIENTE (CLI-COND-PGTO)
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQITE, ARQPED E ARQHIS REGISTRADAS NO JOURNAL
      *   (HBJRN002) PARA A REAPLICACAO APOS RESTAURAR UM
      *   BACKUP (HBJRN001)
      * - 15/10/2026 - CODIGO DO ENDERECO DE ENTREGA (ARQENT) NO
      *   FIM DA LINHA; TROCA DE ENDERECO ABRE OUTRO PEDIDO E
      *   ENDERECO INEXISTENTE OU INATIVO REJEITA (MOTIVO 10)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FPRC0001.SEL".
           COPY "C:\Hbsis\ftt\FLPR0001.SEL".
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FPEDIMP.SEL".
           COPY "C:\Hbsis\ftt\FPEDREJ.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FPRC0001.FD".
           COPY "C:\Hbsis\ftt\FLPR0001.FD".
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FPEDIMP.FD".
           COPY "C:\Hbsis\ftt\FPEDREJ.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-LPR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ENT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PIM             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REJ             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HIS             PIC X(030)  VALUE SPACES.
       77  WS-GRUPO-NUM               PIC 9(010)  VALUE ZEROS.
       77  WS-GRUPO-ITENS             PIC 9(003)  VALUE ZEROS.
       77  WS-GRUPO-VALOR             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-GRUPO-CPG               PIC 9(003)  VALUE ZEROS.
       77  WS-GRUPO-END               PIC 9(003)  VALUE ZEROS.
       77  WS-IMP-PEDIDOS             PIC 9(005)  VALUE ZEROS.
       77  WS-IMP-PEDIDOS-ED          PIC ZZZZ9.
       77  WS-PRECO-ACHADO            PIC XXX     VALUE "NAO".
       77  WS-PRECO-TABELA            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-PRC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-LPR-EOF                 PIC XXX     VALUE "NAO".
       77  WS-TOLERANCIA-PCT          PIC 9(002)V9(002) VALUE 10,00.
       77  WS-PRECO-DESVIO            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-PRECO-LIMITE            PIC 9(007)V9(002) VALUE ZEROS.
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
                         WS-IMP-REJEITADOS WS-IMP-PEDIDOS
                         WS-VL-ACEITO WS-VL-REJEITADO.
           MOVE "NAO" TO WS-GRUPO-ABERTO.
           MOVE "ARQPEDR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-REJ.
           OPEN OUTPUT ARQPEDR.
           PERFORM LER-PEDI THRU LER-PEDI-EXIT
                   UNTIL WS-IMP-EOF EQUAL "SIM".
               GO  TO  LER-PEDI-EXIT.
           IF  WS-GRUPO-ABERTO EQUAL "SIM"
               AND (PEDI-CLI-COD NOT EQUAL WS-GRUPO-CLI
                    OR PEDI-DATA NOT EQUAL WS-GRUPO-DATA
                    OR PEDI-END-COD NOT EQUAL WS-GRUPO-END)
               PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-EXIT.
           IF  WS-GRUPO-ABERTO EQUAL "NAO"
               PERFORM ABRE-PEDIDO THRU ABRE-PEDIDO-EXIT
           MOVE PEDI-DATA        TO WS-GRUPO-DATA.
           MOVE WS-PED-NUM-WK    TO WS-GRUPO-NUM.
           MOVE ZEROS            TO WS-GRUPO-ITENS WS-GRUPO-VALOR.
           MOVE CLI-COND-PGTO    TO WS-GRUPO-CPG.
           MOVE PEDI-END-COD     TO WS-GRUPO-END.
       ABRE-PEDIDO-EXIT.
           EXIT.

           MOVE PEDI-VL-UNITARIO TO ITE-VL-UNITARIO.
           COMPUTE ITE-VL-TOTAL =
                   ITE-QUANTIDADE * ITE-VL-UNITARIO.
           MOVE ZEROS            TO ITE-PCT-DESCONTO ITE-VL-DESCONTO.
           MOVE SPACES           TO ITE-USU-DESCONTO.
           WRITE ITE-REG INVALID KEY
               SUBTRACT 1 FROM WS-GRUPO-ITENS
               MOVE 99 TO WS-IMP-MOTIVO
               ADD 1            TO WS-IMP-GRAVADOS
               ADD ITE-VL-TOTAL TO WS-VL-ACEITO
               ADD ITE-VL-TOTAL TO WS-GRUPO-VALOR
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-WRITE.
       GRAVA-ITEM-IMP-EXIT.
           EXIT.
           MOVE WS-GRUPO-ITENS  TO PED-QTD-ITENS.
           MOVE WS-GRUPO-VALOR  TO PED-VL-TOTAL.
           MOVE "A"             TO PED-SITUACAO.
           MOVE ZEROS           TO PED-PEDIDO-ORIGEM.
           MOVE WS-GRUPO-CPG    TO PED-COND-PGTO.
           MOVE WS-GRUPO-END    TO PED-END-COD.
           WRITE PED-REG INVALID KEY
               REWRITE PED-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
               END-REWRITE
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-WRITE.
           ADD 1 TO WS-IMP-PEDIDOS.
           MOVE SPACES       TO WS-SIT-ANTERIOR.
           IF  CLI-INATIVO
               MOVE 06 TO WS-IMP-MOTIVO
               GO  TO  VALIDA-PEDI-EXIT.
      *    ENDERECO DE ENTREGA: EM BRANCO OU ZERO = ENDERECO DO
      *    CADASTRO DO CLIENTE; SENAO ATIVO NO ARQENT
           IF  PEDI-END-COD NOT NUMERIC
               MOVE ZEROS TO PEDI-END-COD.
           IF  PEDI-END-COD NOT EQUAL ZEROS
               MOVE PEDI-CLI-COD TO ENT-CLI-COD
               MOVE PEDI-END-COD TO ENT-COD
               READ ARQENT INVALID KEY
                   MOVE "I" TO ENT-SITUACAO
               END-READ
               IF  NOT ENT-ATIVO
                   MOVE 10 TO WS-IMP-MOTIVO
                   GO  TO  VALIDA-PEDI-EXIT
               END-IF
           END-IF.
           MOVE PEDI-PRO-COD TO PRO-COD.
           READ ARQPRO INVALID KEY
               MOVE 02 TO WS-IMP-MOTIVO
       BUSCA-PRECO.
           MOVE "NAO" TO WS-PRECO-ACHADO WS-PRC-EOF.
           MOVE ZEROS TO WS-PRECO-TABELA.
           IF  CLI-LISTA-PRECO NOT EQUAL ZEROS
               PERFORM BUSCA-PRECO-LISTA THRU BUSCA-PRECO-LISTA-EXIT.
           IF  WS-PRECO-ACHADO EQUAL "SIM"
               GO  TO  BUSCA-PRECO-EXIT.
           MOVE PEDI-PRO-COD TO PRC-PRO-COD.
           MOVE ZEROS        TO PRC-DT-INICIO.
           START ARQPRC KEY IS GREATER THAN PRC-CHAVE INVALID KEY
       BUSCA-PRECO-LE-EXIT.
           EXIT.

      *    LISTA DO CLIENTE: PRECO VIGENTE NA DATA DO PEDIDO
       BUSCA-PRECO-LISTA.
           MOVE "NAO" TO WS-LPR-EOF.
           MOVE CLI-LISTA-PRECO TO LPR-LISTA.
           MOVE PEDI-PRO-COD    TO LPR-PRO-COD.
           MOVE ZEROS           TO LPR-DT-INICIO.
           START ARQLPR KEY IS GREATER THAN LPR-CHAVE INVALID KEY
               MOVE "SIM" TO WS-LPR-EOF.
           PERFORM BUSCA-PRECO-LISTA-LE THRU BUSCA-PRECO-LISTA-LE-EXIT
                   UNTIL WS-LPR-EOF EQUAL "SIM".
       BUSCA-PRECO-LISTA-EXIT.
           EXIT.

       BUSCA-PRECO-LISTA-LE.
           READ ARQLPR NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-LPR-EOF
                   GO  TO  BUSCA-PRECO-LISTA-LE-EXIT
           END-READ.
           IF  LPR-LISTA NOT EQUAL CLI-LISTA-PRECO
               OR LPR-PRO-COD NOT EQUAL PEDI-PRO-COD
               OR LPR-DT-INICIO GREATER THAN PEDI-DATA
               MOVE "SIM" TO WS-LPR-EOF
               GO  TO  BUSCA-PRECO-LISTA-LE-EXIT.
           IF  LPR-DT-FIM EQUAL ZEROS
               OR LPR-DT-FIM NOT LESS THAN PEDI-DATA
               MOVE LPR-VL-UNITARIO TO WS-PRECO-TABELA
               MOVE "SIM" TO WS-PRECO-ACHADO.
       BUSCA-PRECO-LISTA-LE-EXIT.
           EXIT.

       GRAVA-REJEITADO.
           ADD 1 TO WS-IMP-REJEITADOS.
           COMPUTE WS-VL-REJEITADO = WS-VL-REJEITADO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "         08-PRECO FORA DA TOLERANCIA LISTA/TAB "
                  "09-LIMITE DE CREDITO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "         10-ENDERECO DE ENTREGA INEXISTENTE "
                  "OU INATIVO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
       GRAVA-RESUMO-EXIT.
           EXIT.

       GRAVA-HISTORICO.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN EXTEND ARQHIS.
           IF  WK01-RETCOD EQUAL "35"
           MOVE WK-HORA(1:6)             TO HIS-HORA.
           MOVE LK-USUARIO               TO HIS-USUARIO.
           WRITE HIS-REG.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-HIS THRU JORNAL-HIS-EXIT.
           CLOSE ARQHIS.
       GRAVA-HISTORICO-EXIT.
           EXIT.
           DISPLAY G-TPLANO2.

           MOVE "NAO" TO WS-IMP-EOF WS-ABRIU.
           MOVE "ARQPEDI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-PIM.
           OPEN INPUT ARQPEDI.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "Arquivo de importacao nao encontrado..." TO MSG
               GO  TO  ABRE-ARQUIVOS-EXIT
           END-IF.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
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

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRC PRC-ARQ-WK.
           OPEN INPUT ARQPRC.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRC
           MOVE " PRECOS   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQLPR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-LPR LPR-ARQ-WK.
           OPEN INPUT ARQLPR.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQLPR
              CLOSE ARQLPR
              OPEN INPUT ARQLPR
           END-IF
           MOVE " LISTAPREC"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQENT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ENT ENT-ARQ-WK.
           OPEN INPUT ARQENT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQENT
              CLOSE ARQENT
              OPEN INPUT ARQENT
           END-IF
           MOVE " ENTREGA "            TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "SIM" TO WS-ABRIU.
           MOVE "HBPEDIMP"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
               CLOSE ARQPED
               CLOSE ARQITE
               CLOSE ARQPRO
               CLOSE ARQPRC
               CLOSE ARQLPR
               CLOSE ARQENT.
           MOVE " " TO LK-PGM(2).
           EXIT PROGRAM.
       FINALIZA-EXIT.
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

       JORNAL-HIS.
           MOVE "ARQHIS"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-HIS            TO SR-JRN-CAMINHO.
           MOVE HIS-REG                   TO SR-JRN-REGISTRO.
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
           MOVE "HBPEDIMP"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBPEDIMP"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

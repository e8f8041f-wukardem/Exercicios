      * - BAIXA DE PARCELAS GERADAS NO FATURAMENTO (HBPED002)
      * - RELATORIO DE AGING (A VENCER / VENCIDAS 30-60-90 E
      *   ACIMA) POR CLIENTE E POR VENDEDOR (RELREC.TXT)
      * - 15/10/2026 - PARCELA CANCELADA (NOTA CANCELADA) NAO
      *   ACEITA BAIXA E NAO ENTRA NO AGING
      * - 15/10/2026 - BAIXA COM DATA DE PAGAMENTO EM MES FECHADO
      *   (HBFEC001) E RECUSADA
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQREC REGISTRADAS NO JOURNAL (HBJRN002) PARA A
      *   REAPLICACAO APOS RESTAURAR UM BACKUP (HBJRN001)
      * - 15/10/2026 - PARCELA JA ENVIADA AO BANCO (HBCOB001) E
      *   BAIXADA AQUI FICA "R": A PROXIMA REMESSA PEDE A BAIXA
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-REC-NOTA-WK             PIC 9(010)  VALUE ZEROS.
       77  WS-REC-PARC-WK             PIC 9(002)  VALUE ZEROS.
       77  WS-REC-DTPG-WK             PIC 9(008)  VALUE ZEROS.
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBFEC002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       VERIF-OPCAO.
           DISPLAY G-TOPCREC.
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
                MOVE "BAI" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBREC001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBREC001"              TO WS-LOG-PROGRAMA.
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

       ROT-BAIXA.
           DISPLAY G-TREC0001.
           MOVE ZEROS TO WS-REC-NOTA-WK.
               MOVE "Parcela ja esta baixada..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-BAIXA-EXIT.
           IF  REC-CANCELADA
               MOVE "Parcela de nota cancelada..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-BAIXA-EXIT.
           MOVE REC-CLI-COD TO WS-CLI-ED.
           DISPLAY WS-CLI-ED AT 1125 WITH REVERSE-VIDEO.
           DISPLAY REC-DT-VENCIMENTO AT 1225 WITH REVERSE-VIDEO.
           ACCEPT TECLA FROM ESCAPE KEY
           IF  TECLA EQUAL '01'
               GO  TO  ROT-BAIXA-EXIT.
           MOVE "VER"          TO SR-FEC-FUNCAO.
           MOVE LK-EMP-COD     TO SR-FEC-EMP-COD.
           MOVE WS-REC-DTPG-WK TO SR-FEC-DATA.
           CALL "HBFEC002" USING SR-PARAM-HBFEC002.
           IF  SR88-FEC-FECHADO
               MOVE "Data de pagamento em mes ja fechado... "
                                   TO WK-MSG-ADV1
               MOVE "A baixa nao foi efetuada...            "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-BAIXA-EXIT.
           MOVE REC-VL-PARCELA TO WS-REC-VLPG-WK.
           ACCEPT WS-REC-VLPG-WK AT 1525 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-REC-DTPG-WK TO REC-DT-PAGAMENTO.
           MOVE WS-REC-VL-AUX  TO REC-VL-PAGO.
           MOVE "P"            TO REC-SITUACAO.
           IF  REC-COB-ENVIADA OR REC-COB-ALTERAR-VALOR
               MOVE "R"        TO REC-COB-SITUACAO.
           REWRITE REC-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-REWRITE.
           MOVE "HBREC001"              TO WS-LOG-PROGRAMA.
           MOVE "BAIXOU PARCELA"        TO WS-LOG-ACAO.
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  ACUMULA-AGING-EXIT
           END-READ.
           IF  NOT REC-ABERTA
               GO  TO  ACUMULA-AGING-EXIT.
           MOVE "DIF"              TO SR-DAT-FUNCAO.
           MOVE REC-DT-VENCIMENTO  TO SR-DAT-DATA1.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN I-O ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQREC
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
       RESTAURA-TELA-EXIT.
           EXIT.

       JORNAL-REC.
           MOVE "ARQREC"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-REC            TO SR-JRN-CAMINHO.
           MOVE REC-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-REC-EXIT.
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
           MOVE "HBREC001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBREC001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

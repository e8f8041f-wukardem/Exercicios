       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBJRN001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - REAPLICACAO DO JOURNAL DO MOVIMENTO (ARQJRN, GRAVADO
      *   PELA HBJRN002) APOS A RESTAURACAO DE UM BACKUP NO
      *   HBBCK001: PEDIDOS, ITENS, NOTAS, PARCELAS, ESTOQUE,
      *   HISTORICO, DEVOLUCOES E NUMERACAO DO DIA VOLTAM SEM
      *   REDIGITACAO
      * - FAIXA REAPLICADA: DEPOIS DA ULTIMA MARCA DE BACKUP
      *   (BKP) DA PASTA ESCOLHIDA E ANTES DA ULTIMA MARCA DE
      *   RESTAURACAO (RST) DELA, ATE A DATA/HORA OU SEQUENCIA
      *   INFORMADA (O PRIMEIRO LANCAMENTO ALEM DO PONTO
      *   ENCERRA A REAPLICACAO)
      * - SO REAPLICA LANCAMENTOS DOS ARQUIVOS DO DIRETORIO DA
      *   EMPRESA (ARQPAR) E DO ARQSEQ DA INSTALACAO; OUTRAS
      *   EMPRESAS COM DIRETORIO PROPRIO NAO FORAM RESTAURADAS
      * - AO FINAL GRAVA A MARCA RPL; UMA SEGUNDA REAPLICACAO
      *   SEM NOVA RESTAURACAO E RECUSADA
      * - RELJRN.TXT: CADA LANCAMENTO APLICADO OU NAO APLICADO
      *   (COM O MOTIVO) E OS TOTAIS
      * - RESTRITO AO NIVEL MAXIMO DE LIBERACAO (99)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\HBSIS\FTT\FJRN0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FNTI0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\Hbsis\ftt\FHISTMP.SEL".
           COPY "C:\Hbsis\ftt\FDEV0001.SEL".
           COPY "C:\HBSIS\FTT\FSEQ0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\HBSIS\FTT\FJRN0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FNTI0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
           COPY "C:\Hbsis\ftt\FHISTMP.FD".
           COPY "C:\Hbsis\ftt\FDEV0001.FD".
           COPY "C:\HBSIS\FTT\FSEQ0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-JRN             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-ITE             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-NOT             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-NTI             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-HIS             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-HIT             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-DEV             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-SEQ             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(050)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-SAIDA                   PIC XXX     VALUE "NAO".
       77  WS-EOF                     PIC XXX     VALUE "NAO".
       77  WS-ESCOLHA                 PIC XXX     VALUE "NAO".
       77  WS-PASTA-RAIZ              PIC X(012)  VALUE "C:\HBSIS\BKP".
       77  WS-PASTA                   PIC X(025)  VALUE SPACES.
       77  WS-DATA-BCK                PIC 9(008)  VALUE ZEROS.
      *    MARCAS DA PASTA ESCOLHIDA NO JOURNAL
       77  WS-SEQ-BKP                 PIC 9(010)  VALUE ZEROS.
       77  WS-BKP-DATA                PIC 9(008)  VALUE ZEROS.
       77  WS-BKP-HORA                PIC 9(006)  VALUE ZEROS.
       77  WS-SEQ-RST                 PIC 9(010)  VALUE ZEROS.
       77  WS-RST-DATA                PIC 9(008)  VALUE ZEROS.
       77  WS-RST-HORA                PIC 9(006)  VALUE ZEROS.
       77  WS-SEQ-RPL                 PIC 9(010)  VALUE ZEROS.
      *    PONTO DE PARADA
       77  WS-ATE-DATA                PIC 9(008)  VALUE ZEROS.
       77  WS-ATE-HORA                PIC 9(006)  VALUE ZEROS.
       77  WS-ATE-SEQ                 PIC 9(010)  VALUE ZEROS.
      *    STATUS DA ABERTURA DE CADA ARQUIVO DE DADOS
       77  WS-ABR-PED                 PIC X(002)  VALUE SPACES.
       77  WS-ABR-ITE                 PIC X(002)  VALUE SPACES.
       77  WS-ABR-NOT                 PIC X(002)  VALUE SPACES.
       77  WS-ABR-NTI                 PIC X(002)  VALUE SPACES.
       77  WS-ABR-REC                 PIC X(002)  VALUE SPACES.
       77  WS-ABR-EST                 PIC X(002)  VALUE SPACES.
       77  WS-ABR-DEV                 PIC X(002)  VALUE SPACES.
       77  WS-ABR-SEQ                 PIC X(002)  VALUE SPACES.
       77  WS-HIS-PROCURADA           PIC X(041)  VALUE SPACES.
       77  WS-HIS-NOVA                PIC X(041)  VALUE SPACES.
       77  WS-HIS-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-HIS-EOF                 PIC XXX     VALUE "NAO".
       77  WS-MOTIVO                  PIC X(040)  VALUE SPACES.
       77  WS-RESULTADO               PIC X(012)  VALUE SPACES.
       77  WS-QTD-PENDENTES           PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-APLICADOS           PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-REJEITADOS          PIC 9(007)  VALUE ZEROS.
       77  WS-ULT-APLICADA            PIC 9(010)  VALUE ZEROS.
       77  WS-QTD-ED                  PIC ZZZZZZ9.
       77  WS-SEQ-ED                  PIC ZZZZZZZZZ9.
       01  WS-LINCOL.
           03  WS-LIN                 PIC 9(002) VALUE ZEROS.
           03  WS-COL                 PIC 9(002) VALUE ZEROS.
       01  WS-LINHA-TELA              PIC X(036) VALUE SPACES.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\HBSIS\FTT\TJRN0001.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           IF  WS-SAIDA EQUAL "NAO"
               MOVE ZEROS TO WK-OPCAO
               PERFORM VERIF-OPCAO THRU
                       VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           END-IF
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TJRN0001.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-REAPLICA THRU ROT-REAPLICA-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "PRO" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBJRN001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBJRN001"              TO WS-LOG-PROGRAMA.
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

       ROT-REAPLICA.
           MOVE WK-DATA-SYS TO WS-DATA-BCK.
           ACCEPT WS-DATA-BCK AT 0942 WITH UPDATE AUTO-SKIP.
           ACCEPT WK01-TECLA FROM ESCAPE KEY.
           IF  WK01-TECLA EQUAL "01"
               GO  TO  ROT-REAPLICA-EXIT.
           PERFORM MONTA-PASTA THRU MONTA-PASTA-EXIT.
           PERFORM PROCURA-MARCAS THRU PROCURA-MARCAS-EXIT.
           IF  WS-SEQ-BKP EQUAL ZEROS
               MOVE "Marca deste backup nao esta no journal "
                                   TO WK-MSG-ADV1
               MOVE "Nada a reaplicar para esta pasta...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-REAPLICA-EXIT.
           IF  WS-SEQ-RST NOT GREATER THAN WS-SEQ-BKP
               MOVE "Pasta nao restaurada depois do backup  "
                                   TO WK-MSG-ADV1
               MOVE "Restaure pelo HBBCK001 antes...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-REAPLICA-EXIT.
           IF  WS-SEQ-RPL GREATER THAN WS-SEQ-RST
               MOVE "Journal ja reaplicado apos restauracao "
                                   TO WK-MSG-ADV1
               MOVE "So reaplica de novo apos nova restaur. "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-REAPLICA-EXIT.
           MOVE SPACES TO WS-LINHA-TELA.
           MOVE WS-SEQ-BKP TO WS-SEQ-ED.
           STRING WS-SEQ-ED " " WS-BKP-DATA " " WS-BKP-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-TELA.
           DISPLAY WS-LINHA-TELA AT 1442.
           MOVE SPACES TO WS-LINHA-TELA.
           MOVE WS-SEQ-RST TO WS-SEQ-ED.
           STRING WS-SEQ-ED " " WS-RST-DATA " " WS-RST-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-TELA.
           DISPLAY WS-LINHA-TELA AT 1542.
      *    SEM PONTO INFORMADO VAI ATE A RESTAURACAO
           MOVE WS-RST-DATA TO WS-ATE-DATA.
           MOVE WS-RST-HORA TO WS-ATE-HORA.
           MOVE ZEROS       TO WS-ATE-SEQ.
           ACCEPT WS-ATE-DATA AT 1042 WITH UPDATE AUTO-SKIP.
           ACCEPT WK01-TECLA FROM ESCAPE KEY.
           IF  WK01-TECLA EQUAL "01"
               GO  TO  ROT-REAPLICA-EXIT.
           ACCEPT WS-ATE-HORA AT 1142 WITH UPDATE AUTO-SKIP.
           ACCEPT WK01-TECLA FROM ESCAPE KEY.
           IF  WK01-TECLA EQUAL "01"
               GO  TO  ROT-REAPLICA-EXIT.
           ACCEPT WS-ATE-SEQ AT 1242 WITH UPDATE AUTO-SKIP.
           ACCEPT WK01-TECLA FROM ESCAPE KEY.
           IF  WK01-TECLA EQUAL "01"
               GO  TO  ROT-REAPLICA-EXIT.
           PERFORM CONTA-PENDENTES THRU CONTA-PENDENTES-EXIT.
           MOVE WS-QTD-PENDENTES TO WS-QTD-ED.
           DISPLAY WS-QTD-ED AT 1642.
           IF  WS-QTD-PENDENTES EQUAL ZEROS
               MOVE "Nenhum lancamento a reaplicar...       " TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-REAPLICA-EXIT.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-REAPLICA-EXIT.
           PERFORM REAPLICA-JOURNAL THRU REAPLICA-JOURNAL-EXIT.
           MOVE "HBJRN001"              TO WS-LOG-PROGRAMA.
           MOVE "REAPLICOU JOURNAL"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           IF  WS-QTD-REJEITADOS EQUAL ZEROS
               STRING "Reaplicacao concluida. Veja "
                      DELIMITED BY SIZE
                      WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                      INTO MSG
               END-STRING
           ELSE
               STRING "Com nao aplicados. Veja "
                      DELIMITED BY SIZE
                      WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                      INTO MSG
               END-STRING
           END-IF.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-REAPLICA-EXIT.
           EXIT.

      *    MESMA PASTA QUE O HBBCK001 USA PARA A EMPRESA
       MONTA-PASTA.
           MOVE SPACES TO WS-PASTA.
           STRING WS-PASTA-RAIZ DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
                  WS-DATA-BCK DELIMITED BY SIZE
                  INTO WS-PASTA.
           IF  SR-PAR-DIR-DADOS NOT EQUAL "C:\HBSIS\DB\"
               MOVE "-E"       TO WS-PASTA(22:2)
               MOVE LK-EMP-COD TO WS-PASTA(24:2).
       MONTA-PASTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ULTIMAS MARCAS BKP, RST E RPL DA PASTA NO JOURNAL      *
      *----------------------------------------------------------*
       PROCURA-MARCAS.
           MOVE ZEROS TO WS-SEQ-BKP WS-BKP-DATA WS-BKP-HORA
                         WS-SEQ-RST WS-RST-DATA WS-RST-HORA
                         WS-SEQ-RPL.
           PERFORM ABRE-JOURNAL THRU ABRE-JOURNAL-EXIT.
           IF  WS-EOF EQUAL "SIM"
               GO  TO  PROCURA-MARCAS-EXIT.
           PERFORM PROCURA-UMA-MARCA THRU PROCURA-UMA-MARCA-EXIT
                   UNTIL WS-EOF EQUAL "SIM".
           CLOSE ARQJRN.
       PROCURA-MARCAS-EXIT.
           EXIT.

       PROCURA-UMA-MARCA.
           READ ARQJRN
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  PROCURA-UMA-MARCA-EXIT
           END-READ.
           IF  JRN-CAMINHO NOT EQUAL WS-PASTA
               GO  TO  PROCURA-UMA-MARCA-EXIT.
           EVALUATE JRN-OPERACAO
           WHEN "BKP"
                MOVE JRN-SEQUENCIA TO WS-SEQ-BKP
                MOVE JRN-DATA      TO WS-BKP-DATA
                MOVE JRN-HORA      TO WS-BKP-HORA
           WHEN "RST"
                MOVE JRN-SEQUENCIA TO WS-SEQ-RST
                MOVE JRN-DATA      TO WS-RST-DATA
                MOVE JRN-HORA      TO WS-RST-HORA
           WHEN "RPL"
                MOVE JRN-SEQUENCIA TO WS-SEQ-RPL
           END-EVALUATE.
       PROCURA-UMA-MARCA-EXIT.
           EXIT.

       ABRE-JOURNAL.
           MOVE "NAO" TO WS-EOF.
           MOVE "C:\HBSIS\DB\ARQJRN.DAT" TO WS-CAMINHO-JRN
                                            JRN-ARQ-WK.
           OPEN INPUT ARQJRN.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "SIM" TO WS-EOF.
       ABRE-JOURNAL-EXIT.
           EXIT.

       CONTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           PERFORM ABRE-JOURNAL THRU ABRE-JOURNAL-EXIT.
           IF  WS-EOF EQUAL "SIM"
               GO  TO  CONTA-PENDENTES-EXIT.
           PERFORM CONTA-UM-PENDENTE THRU CONTA-UM-PENDENTE-EXIT
                   UNTIL WS-EOF EQUAL "SIM".
           CLOSE ARQJRN.
       CONTA-PENDENTES-EXIT.
           EXIT.

       CONTA-UM-PENDENTE.
           READ ARQJRN
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  CONTA-UM-PENDENTE-EXIT
           END-READ.
           PERFORM ESCOLHE-LANCAMENTO THRU ESCOLHE-LANCAMENTO-EXIT.
           IF  WS-ESCOLHA EQUAL "FIM"
               MOVE "SIM" TO WS-EOF
           ELSE
               IF  WS-ESCOLHA EQUAL "SIM"
                   ADD 1 TO WS-QTD-PENDENTES.
       CONTA-UM-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    O LANCAMENTO LIDO ENTRA NA REAPLICACAO?                *
      *    SIM / NAO (FORA DA FAIXA OU DE OUTRO DIRETORIO) /      *
      *    FIM (PASSOU DO PONTO DE PARADA OU DA RESTAURACAO)      *
      *----------------------------------------------------------*
       ESCOLHE-LANCAMENTO.
           MOVE "NAO" TO WS-ESCOLHA.
           IF  JRN-SEQUENCIA NOT GREATER THAN WS-SEQ-BKP
               GO  TO  ESCOLHE-LANCAMENTO-EXIT.
           IF  JRN-SEQUENCIA NOT LESS THAN WS-SEQ-RST
               MOVE "FIM" TO WS-ESCOLHA
               GO  TO  ESCOLHE-LANCAMENTO-EXIT.
           IF  WS-ATE-SEQ NOT EQUAL ZEROS
               AND JRN-SEQUENCIA GREATER THAN WS-ATE-SEQ
               MOVE "FIM" TO WS-ESCOLHA
               GO  TO  ESCOLHE-LANCAMENTO-EXIT.
           IF  JRN-DATA GREATER THAN WS-ATE-DATA
               MOVE "FIM" TO WS-ESCOLHA
               GO  TO  ESCOLHE-LANCAMENTO-EXIT.
           IF  JRN-DATA EQUAL WS-ATE-DATA
               AND JRN-HORA GREATER THAN WS-ATE-HORA
               MOVE "FIM" TO WS-ESCOLHA
               GO  TO  ESCOLHE-LANCAMENTO-EXIT.
           IF  JRN-OPERACAO NOT EQUAL "INC" AND "ALT" AND "EXC"
               GO  TO  ESCOLHE-LANCAMENTO-EXIT.
           IF  JRN-ARQUIVO EQUAL "ARQSEQ"
               MOVE "SIM" TO WS-ESCOLHA
               GO  TO  ESCOLHE-LANCAMENTO-EXIT.
           MOVE SPACES TO SR-PAR-ARQUIVO.
           STRING JRN-ARQUIVO ".DAT"
                  DELIMITED BY SIZE INTO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           IF  SR-PAR-CAMINHO EQUAL JRN-CAMINHO
               MOVE "SIM" TO WS-ESCOLHA.
       ESCOLHE-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REAPLICACAO E RELATORIO RELJRN                         *
      *----------------------------------------------------------*
       REAPLICA-JOURNAL.
           MOVE ZEROS TO WS-QTD-APLICADOS WS-QTD-REJEITADOS
                         WS-ULT-APLICADA.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELJRN"   TO SR-REL-BASE.
           MOVE "HBJRN001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "REAPLICACAO DO JOURNAL - PASTA " WS-PASTA
                  " - EMPRESA " LK-EMP-COD
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "LANCAMENTOS APOS A SEQUENCIA " WS-SEQ-BKP
                  " ATE " WS-ATE-DATA " " WS-ATE-HORA
                  " (SEQUENCIA LIMITE " WS-ATE-SEQ ")"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "SEQUENCIA  DATA     HORA   PROGRAMA USUARIO  "
                  "ARQUIVO OPE RESULTADO    MOTIVO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE "REGISTRO" TO REL-LINHA(113:8).
           WRITE REL-LINHA.
           PERFORM ABRE-DADOS THRU ABRE-DADOS-EXIT.
           PERFORM ABRE-JOURNAL THRU ABRE-JOURNAL-EXIT.
           IF  WS-EOF EQUAL "NAO"
               PERFORM REAPLICA-UM THRU REAPLICA-UM-EXIT
                       UNTIL WS-EOF EQUAL "SIM"
               CLOSE ARQJRN.
           PERFORM FECHA-DADOS THRU FECHA-DADOS-EXIT.
      *    MARCA RPL: IMPEDE REAPLICAR DE NOVO A MESMA RESTAURACAO
           MOVE "GRV"           TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD      TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO      TO SR-JRN-USUARIO.
           MOVE "HBJRN001"      TO SR-JRN-PROGRAMA.
           MOVE SPACES          TO SR-JRN-ARQUIVO SR-JRN-REGISTRO.
           MOVE "RPL"           TO SR-JRN-OPERACAO.
           MOVE WS-PASTA        TO SR-JRN-CAMINHO.
           MOVE WS-ULT-APLICADA TO SR-JRN-REGISTRO(1:10).
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-APLICADOS TO WS-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LANCAMENTOS APLICADOS ......: " WS-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LANCAMENTOS NAO APLICADOS ..: " WS-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ULT-APLICADA TO WS-SEQ-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ULTIMA SEQUENCIA APLICADA ..: " WS-SEQ-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE SPACES TO REL-LINHA
               STRING "ARQJRN.DAT ERRO NA MARCA DA REAPLICACAO - "
                      "NAO REAPLIQUE DE NOVO ESTA RESTAURACAO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
       REAPLICA-JOURNAL-EXIT.
           EXIT.

       REAPLICA-UM.
           READ ARQJRN
               AT END
                   MOVE "SIM" TO WS-EOF
                   GO  TO  REAPLICA-UM-EXIT
           END-READ.
           PERFORM ESCOLHE-LANCAMENTO THRU ESCOLHE-LANCAMENTO-EXIT.
           IF  WS-ESCOLHA EQUAL "FIM"
               MOVE "SIM" TO WS-EOF
               GO  TO  REAPLICA-UM-EXIT.
           IF  WS-ESCOLHA EQUAL "NAO"
               GO  TO  REAPLICA-UM-EXIT.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE JRN-ARQUIVO
           WHEN "ARQPED"
                PERFORM APLICA-PED THRU APLICA-PED-EXIT
           WHEN "ARQITE"
                PERFORM APLICA-ITE THRU APLICA-ITE-EXIT
           WHEN "ARQNOT"
                PERFORM APLICA-NOT THRU APLICA-NOT-EXIT
           WHEN "ARQNTI"
                PERFORM APLICA-NTI THRU APLICA-NTI-EXIT
           WHEN "ARQREC"
                PERFORM APLICA-REC THRU APLICA-REC-EXIT
           WHEN "ARQEST"
                PERFORM APLICA-EST THRU APLICA-EST-EXIT
           WHEN "ARQDEV"
                PERFORM APLICA-DEV THRU APLICA-DEV-EXIT
           WHEN "ARQSEQ"
                PERFORM APLICA-SEQ THRU APLICA-SEQ-EXIT
           WHEN "ARQHIS"
                PERFORM APLICA-HIS THRU APLICA-HIS-EXIT
           WHEN OTHER
                MOVE "ARQUIVO FORA DO JOURNAL" TO WS-MOTIVO
           END-EVALUATE.
           IF  WS-MOTIVO EQUAL SPACES
               ADD 1 TO WS-QTD-APLICADOS
               MOVE JRN-SEQUENCIA TO WS-ULT-APLICADA
               MOVE "APLICADO"     TO WS-RESULTADO
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE "NAO APLICADO" TO WS-RESULTADO.
           MOVE SPACES TO REL-LINHA.
           STRING JRN-SEQUENCIA " " JRN-DATA " " JRN-HORA " "
                  JRN-PROGRAMA " " JRN-USUARIO " "
                  JRN-ARQUIVO "  " JRN-OPERACAO " "
                  WS-RESULTADO " " WS-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE JRN-IMAGEM(1:20) TO REL-LINHA(113:20).
           WRITE REL-LINHA.
       REAPLICA-UM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ARQUIVOS DE DADOS DA EMPRESA E ARQSEQ DA INSTALACAO    *
      *----------------------------------------------------------*
       ABRE-DADOS.
           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN I-O ARQPED.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQPED
               CLOSE ARQPED
               OPEN I-O ARQPED
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-PED.
           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN I-O ARQITE.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQITE
               CLOSE ARQITE
               OPEN I-O ARQITE
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-ITE.
           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN I-O ARQNOT.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQNOT
               CLOSE ARQNOT
               OPEN I-O ARQNOT
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-NOT.
           MOVE "ARQNTI.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NTI NTI-ARQ-WK.
           OPEN I-O ARQNTI.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQNTI
               CLOSE ARQNTI
               OPEN I-O ARQNTI
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-NTI.
           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN I-O ARQREC.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQREC
               CLOSE ARQREC
               OPEN I-O ARQREC
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-REC.
           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN I-O ARQEST.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQEST
               CLOSE ARQEST
               OPEN I-O ARQEST
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-EST.
           MOVE "ARQDEV.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-DEV DEV-ARQ-WK.
           OPEN I-O ARQDEV.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQDEV
               CLOSE ARQDEV
               OPEN I-O ARQDEV
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-DEV.
           MOVE "C:\HBSIS\DB\ARQSEQ.DAT" TO WS-CAMINHO-SEQ SEQ-ARQ-WK.
           OPEN I-O ARQSEQ.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQSEQ
               CLOSE ARQSEQ
               OPEN I-O ARQSEQ
           END-IF.
           MOVE WK01-RETCOD              TO WS-ABR-SEQ.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS HIS-ARQ-WK.
           MOVE "ARQHIST.DAT"            TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIT.
       ABRE-DADOS-EXIT.
           EXIT.

       FECHA-DADOS.
           IF  WS-ABR-PED EQUAL "00" OR "05"
               CLOSE ARQPED.
           IF  WS-ABR-ITE EQUAL "00" OR "05"
               CLOSE ARQITE.
           IF  WS-ABR-NOT EQUAL "00" OR "05"
               CLOSE ARQNOT.
           IF  WS-ABR-NTI EQUAL "00" OR "05"
               CLOSE ARQNTI.
           IF  WS-ABR-REC EQUAL "00" OR "05"
               CLOSE ARQREC.
           IF  WS-ABR-EST EQUAL "00" OR "05"
               CLOSE ARQEST.
           IF  WS-ABR-DEV EQUAL "00" OR "05"
               CLOSE ARQDEV.
           IF  WS-ABR-SEQ EQUAL "00" OR "05"
               CLOSE ARQSEQ.
       FECHA-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APLICACAO POR ARQUIVO: INC=WRITE ALT=REWRITE           *
      *    EXC=DELETE PELA CHAVE DA IMAGEM                        *
      *----------------------------------------------------------*
       APLICA-PED.
           IF  WS-ABR-PED NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-PED
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-PED-EXIT.
           MOVE JRN-IMAGEM TO PED-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE PED-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE PED-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQPED RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-PED-EXIT.
           EXIT.

       APLICA-ITE.
           IF  WS-ABR-ITE NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-ITE
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-ITE-EXIT.
           MOVE JRN-IMAGEM TO ITE-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE ITE-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE ITE-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQITE RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-ITE-EXIT.
           EXIT.

       APLICA-NOT.
           IF  WS-ABR-NOT NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-NOT
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-NOT-EXIT.
           MOVE JRN-IMAGEM TO NOT-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE NOT-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE NOT-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQNOT RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-NOT-EXIT.
           EXIT.

       APLICA-NTI.
           IF  WS-ABR-NTI NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-NTI
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-NTI-EXIT.
           MOVE JRN-IMAGEM TO NTI-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE NTI-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE NTI-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQNTI RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-NTI-EXIT.
           EXIT.

       APLICA-REC.
           IF  WS-ABR-REC NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-REC
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-REC-EXIT.
           MOVE JRN-IMAGEM TO REC-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE REC-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE REC-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQREC RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-REC-EXIT.
           EXIT.

       APLICA-EST.
           IF  WS-ABR-EST NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-EST
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-EST-EXIT.
           MOVE JRN-IMAGEM TO EST-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE EST-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE EST-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQEST RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-EST-EXIT.
           EXIT.

       APLICA-DEV.
           IF  WS-ABR-DEV NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-DEV
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-DEV-EXIT.
           MOVE JRN-IMAGEM TO DEV-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE DEV-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE DEV-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQDEV RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-DEV-EXIT.
           EXIT.

       APLICA-SEQ.
           IF  WS-ABR-SEQ NOT EQUAL "00" AND "05"
               STRING "ARQUIVO NAO ABRIU - STATUS " WS-ABR-SEQ
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-SEQ-EXIT.
           MOVE JRN-IMAGEM TO SEQ-REG.
           EVALUATE JRN-OPERACAO
           WHEN "INC"
                WRITE SEQ-REG INVALID KEY
                    CONTINUE
                END-WRITE
           WHEN "ALT"
                REWRITE SEQ-REG INVALID KEY
                    CONTINUE
                END-REWRITE
           WHEN "EXC"
                DELETE ARQSEQ RECORD INVALID KEY
                    CONTINUE
                END-DELETE
           END-EVALUATE.
           PERFORM VERIFICA-STATUS THRU VERIFICA-STATUS-EXIT.
       APLICA-SEQ-EXIT.
           EXIT.

       VERIFICA-STATUS.
           IF  WK01-RETCOD EQUAL "00" OR "02"
               GO  TO  VERIFICA-STATUS-EXIT.
           IF  WK01-RETCOD EQUAL "22"
               MOVE "REGISTRO JA EXISTE" TO WS-MOTIVO
               GO  TO  VERIFICA-STATUS-EXIT.
           IF  WK01-RETCOD EQUAL "23"
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MOTIVO
               GO  TO  VERIFICA-STATUS-EXIT.
           STRING "ERRO NA GRAVACAO - STATUS " WK01-RETCOD
                  DELIMITED BY SIZE INTO WS-MOTIVO.
       VERIFICA-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ARQHIS (SEQUENCIAL): INC ACRESCENTA NO FIM; ALT E EXC  *
      *    REFAZEM O ARQUIVO VIA ARQHIST TROCANDO/TIRANDO A       *
      *    PRIMEIRA LINHA IGUAL A IMAGEM ANTERIOR                 *
      *----------------------------------------------------------*
       APLICA-HIS.
           IF  JRN-OPERACAO NOT EQUAL "INC"
               GO  TO  APLICA-HIS-REFAZ.
           OPEN EXTEND ARQHIS.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQHIS
               CLOSE ARQHIS
               OPEN EXTEND ARQHIS
           END-IF.
           IF  WK01-RETCOD NOT EQUAL "00"
               STRING "ARQUIVO NAO ABRIU - STATUS " WK01-RETCOD
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-HIS-EXIT.
           MOVE JRN-IMAGEM TO HIS-REG.
           WRITE HIS-REG.
           IF  WK01-RETCOD NOT EQUAL "00"
               STRING "ERRO NA GRAVACAO - STATUS " WK01-RETCOD
                      DELIMITED BY SIZE INTO WS-MOTIVO.
           CLOSE ARQHIS.
           GO  TO  APLICA-HIS-EXIT.
       APLICA-HIS-REFAZ.
           IF  JRN-OPERACAO EQUAL "ALT"
               MOVE JRN-HIS-ANTERIOR TO WS-HIS-PROCURADA
               MOVE JRN-HIS-NOVA     TO WS-HIS-NOVA
           ELSE
               MOVE JRN-IMAGEM       TO WS-HIS-PROCURADA
               MOVE SPACES           TO WS-HIS-NOVA.
           MOVE "NAO" TO WS-HIS-ACHOU WS-HIS-EOF.
           OPEN INPUT ARQHIS.
           IF  WK01-RETCOD NOT EQUAL "00"
               STRING "ARQUIVO NAO ABRIU - STATUS " WK01-RETCOD
                      DELIMITED BY SIZE INTO WS-MOTIVO
               GO  TO  APLICA-HIS-EXIT.
           OPEN OUTPUT ARQHIST.
           PERFORM SEPARA-HIS-REG THRU SEPARA-HIS-REG-EXIT
                   UNTIL WS-HIS-EOF EQUAL "SIM".
           CLOSE ARQHIS.
           CLOSE ARQHIST.
           IF  WS-HIS-ACHOU EQUAL "NAO"
               MOVE "LINHA DO HISTORICO NAO ENCONTRADA" TO WS-MOTIVO
               GO  TO  APLICA-HIS-EXIT.
      *    SO MEXE NO ARQHIS QUANDO O ARQHIST ESTA COMPLETO
           MOVE "NAO" TO WS-HIS-EOF.
           OPEN INPUT ARQHIST.
           OPEN OUTPUT ARQHIS.
           PERFORM REGRAVA-HIS-REG THRU REGRAVA-HIS-REG-EXIT
                   UNTIL WS-HIS-EOF EQUAL "SIM".
           CLOSE ARQHIS.
           CLOSE ARQHIST.
       APLICA-HIS-EXIT.
           EXIT.

       SEPARA-HIS-REG.
           READ ARQHIS
               AT END
                   MOVE "SIM" TO WS-HIS-EOF
                   GO  TO  SEPARA-HIS-REG-EXIT
           END-READ.
           IF  WS-HIS-ACHOU EQUAL "NAO"
               AND HIS-REG EQUAL WS-HIS-PROCURADA
               MOVE "SIM" TO WS-HIS-ACHOU
               IF  JRN-OPERACAO EQUAL "EXC"
                   GO  TO  SEPARA-HIS-REG-EXIT
               ELSE
                   MOVE WS-HIS-NOVA TO HIS-REG
               END-IF
           END-IF.
           MOVE HIS-REG TO HIT-REG.
           WRITE HIT-REG.
       SEPARA-HIS-REG-EXIT.
           EXIT.

       REGRAVA-HIS-REG.
           READ ARQHIST
               AT END
                   MOVE "SIM" TO WS-HIS-EOF
                   GO  TO  REGRAVA-HIS-REG-EXIT
           END-READ.
           MOVE HIT-REG TO HIS-REG.
           WRITE HIS-REG.
       REGRAVA-HIS-REG-EXIT.
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

       CONFIRMA.
           MOVE "Confirma reaplicacao ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
       CONFIRMA-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBJRN001 " TO LK-PGM(2).
           MOVE "HBJRN001 " TO WK-COD-PGM.
           MOVE " REAPLICACAO DO JOURNAL" TO WK-DESC-PGM.
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

           MOVE "LER"             TO SR-PAR-FUNCAO.
           MOVE LK-EMP-COD        TO SR-PAR-EMP-COD.
           CALL "HBPAR002" USING SR-PARAM-HBPAR002.
           IF  LK-LIBERACAO NOT EQUAL "99"
               MOVE "Opcao restrita ao administrador...     "
                                   TO WK-MSG-ADV1
               MOVE "Fale com o administrador do sistema... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               MOVE "SIM" TO WS-SAIDA
               GO  TO  ABRE-ARQUIVOS-EXIT.
           MOVE "HBJRN001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           IF  WS-SAIDA EQUAL "NAO"
               MOVE "HBJRN001"          TO WS-LOG-PROGRAMA
               MOVE "SAIU DO PROGRAMA"  TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM.
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
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

      * - LK-PGM-CHAMADOR = "HBOPR001" DURANTE CADA JOB: OS
      *   PROGRAMAS DO PLANO RECONHECEM O CHAMADOR E RODAM A
      *   ACAO PADRAO SEM TELA NEM ACCEPT
      * - 15/10/2026 - PLANO SEMEADO TAMBEM COM A CARGA DOS
      *   VENDEDORES EXTERNOS (HBCRG001) ANTES DO BACKUP
      * - 15/10/2026 - PLANO SEMEADO COM A BAIXA DOS ROMANEIOS
      *   RETORNADOS (HBMAN001) COMO PRIMEIRO PASSO DA NOITE
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-PLA-EOF                 PIC XXX     VALUE "NAO".
       77  WS-JOB-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CADEIA-PAROU            PIC XXX     VALUE "NAO".
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       VERIF-OPCAO.
           DISPLAY G-TOPCOPR.
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
                MOVE "PRO" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "ALT" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBOPR001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBOPR001"              TO WS-LOG-PROGRAMA.
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

       ROT-EXECUTA.
           MOVE ZEROS TO WS-EXECUTADOS WS-PULADOS.
           MOVE "NAO" TO WS-CADEIA-PAROU WS-PLA-EOF.
           EXIT.

       SEMEIA-PLANO.
           MOVE 05         TO PLA-SEQ.
           MOVE "HBMAN001" TO PLA-PROG.
           WRITE PLA-REG INVALID KEY CONTINUE END-WRITE.
           MOVE 10         TO PLA-SEQ.
           MOVE "HBFIM001" TO PLA-PROG.
           WRITE PLA-REG INVALID KEY CONTINUE END-WRITE.
           MOVE 30         TO PLA-SEQ.
           MOVE "HBLOG002" TO PLA-PROG.
           WRITE PLA-REG INVALID KEY CONTINUE END-WRITE.
           MOVE 35         TO PLA-SEQ.
           MOVE "HBCRG001" TO PLA-PROG.
           WRITE PLA-REG INVALID KEY CONTINUE END-WRITE.
           MOVE 40         TO PLA-SEQ.
           MOVE "HBBCK001" TO PLA-PROG.
           WRITE PLA-REG INVALID KEY CONTINUE END-WRITE.

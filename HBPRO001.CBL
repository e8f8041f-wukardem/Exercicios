      * - PROGRAMA DE MANUTENCAO DO CADASTRO DE PRODUTOS
      * - 02/09/2026 - AUDITORIA DE IMAGEM ANTES/DEPOIS NAS
      *   ALTERACOES E EXCLUSOES (ARQAUD, TIPO "PRO")
      * - 15/10/2026 - CLASSIFICACAO FISCAL DO PRODUTO: NCM,
      *   ORIGEM DA MERCADORIA E GRUPO TRIBUTARIO (REGRA FISCAL
      *   DO FATURAMENTO, ARQTRB/HBTRB001)
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      *
      ********************************************************
       ENVIRONMENT DIVISION.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-PRO-COD-WK              PIC 9(013)  VALUE ZEROS.
       77  WS-PRO-DESC-WK             PIC X(040)  VALUE SPACES.
       77  WS-PRO-UNID-WK             PIC X(003)  VALUE SPACES.
       77  WS-PRO-SIT-WK              PIC X(001)  VALUE SPACES.
       77  WS-PRO-NCM-WK              PIC 9(008)  VALUE ZEROS.
       77  WS-PRO-ORI-WK              PIC 9(001)  VALUE ZEROS.
       77  WS-PRO-GRP-WK              PIC X(003)  VALUE SPACES.
       77  WS-CAMINHO-AUD             PIC X(030)  VALUE SPACES.
       77  WS-AUD-OPERACAO            PIC X(003)  VALUE SPACES.
       01  WS-AUD-ANTES               PIC X(079)  VALUE SPACES.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       VERIF-OPCAO.
           DISPLAY G-TOPCPRO.
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
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBPRO001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBPRO001"              TO WS-LOG-PROGRAMA.
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
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           MOVE SPACES TO PRO-DESC.
           MOVE SPACES TO PRO-UNIDADE.
           MOVE "A"    TO PRO-SITUACAO.
           MOVE ZEROS  TO PRO-NCM PRO-ORIGEM.
           MOVE SPACES TO PRO-GRUPO-TRIB.
       LIMPAR-CAMPOS-EXIT.
           EXIT.

           MOVE PRO-DESC     TO WS-PRO-DESC-WK.
           MOVE PRO-UNIDADE  TO WS-PRO-UNID-WK.
           MOVE PRO-SITUACAO TO WS-PRO-SIT-WK.
           MOVE PRO-NCM        TO WS-PRO-NCM-WK.
           MOVE PRO-ORIGEM     TO WS-PRO-ORI-WK.
           MOVE PRO-GRUPO-TRIB TO WS-PRO-GRP-WK.
       ENTRAR-DESCRICAO.
           ACCEPT WS-PRO-DESC-WK AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-SITUACAO.
           MOVE WS-PRO-SIT-WK TO PRO-SITUACAO.
       ENTRAR-NCM.
           ACCEPT WS-PRO-NCM-WK AT 1325 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-PRO-NCM-WK EQUAL ZEROS
               MOVE "NCM deve ser informado...              "
                                   TO WK-MSG-ADV1
               MOVE "Informe a classificacao fiscal (NCM)..."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-NCM.
           MOVE WS-PRO-NCM-WK TO PRO-NCM.
       ENTRAR-ORIGEM.
           ACCEPT WS-PRO-ORI-WK AT 1344 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-PRO-ORI-WK GREATER THAN 8
               MOVE "Origem da mercadoria vai de 0 a 8...   "
                                   TO WK-MSG-ADV1
               MOVE "0-Nacional 1/2-Estrangeira 3 a 8-Outras"
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-ORIGEM.
           MOVE WS-PRO-ORI-WK TO PRO-ORIGEM.
       ENTRAR-GRUPO-TRIB.
           ACCEPT WS-PRO-GRP-WK AT 1360 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-PRO-GRP-WK EQUAL SPACES
               MOVE "Grupo tributario deve ser informado... "
                                   TO WK-MSG-ADV1
               MOVE "Use o grupo das regras fiscais...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-GRUPO-TRIB.
           MOVE WS-PRO-GRP-WK TO PRO-GRUPO-TRIB.
       ENTRAR-DADOS-EXIT.
           EXIT.

           DISPLAY WS-PRO-UNID-WK AT 1125 WITH REVERSE-VIDEO.
           MOVE PRO-SITUACAO TO WS-PRO-SIT-WK.
           DISPLAY WS-PRO-SIT-WK AT 1225 WITH REVERSE-VIDEO.
           MOVE PRO-NCM TO WS-PRO-NCM-WK.
           DISPLAY WS-PRO-NCM-WK AT 1325 WITH REVERSE-VIDEO.
           MOVE PRO-ORIGEM TO WS-PRO-ORI-WK.
           DISPLAY WS-PRO-ORI-WK AT 1344 WITH REVERSE-VIDEO.
           MOVE PRO-GRUPO-TRIB TO WS-PRO-GRP-WK.
           DISPLAY WS-PRO-GRP-WK AT 1360 WITH REVERSE-VIDEO.
       MOSTRAR-DADOS-EXIT.
           EXIT.

           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
